       identification division.
       program-id. Tape-Einkauf-Bericht.
       environment division.
       input-output section.
       file-control.
           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-film-nr
               file status is film-datei-status.
           select medien-datei assign to "MEDIEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is md-schluessel
               file status is medien-datei-status.
           select verleih-datei assign to "VERLEIH.DAT"
               organization is indexed
               access mode is dynamic
               record key is vl-schluessel
               file status is verleih-datei-status.
           select reserv-datei assign to "RESERV.DAT"
               organization is indexed
               access mode is dynamic
               record key is rs-schluessel
               file status is reserv-datei-status.
           select bestell-datei assign to "BESTELL.DAT"
               organization is indexed
               access mode is dynamic
               record key is be-bestell-nr
               file status is bestell-datei-status.
           select historie-datei assign to "VLHIST.DAT"
               organization is line sequential
               file status is historie-status.
           select bericht-datei assign to "EMPFEHLUNG.TXT"
               organization is line sequential
               file status is bericht-status.
       data division.
       file section.
       fd  film-datei.
       01  film-datei-satz.
               03  fd-film-nr           pic 9(5).
               03  fd-film-name         pic x(20).
               03  fd-film-jahr         pic 9(4).
               03  fd-film-beschreibung pic x(100).
               03  fd-film-stempel      pic 9(16).
               03  fd-film-fsk          pic 9(2).
       fd  medien-datei.
       01  medien-satz.
               03  md-schluessel.
                       05  md-film-nr          pic 9(5).
                       05  md-kopie-nr         pic 9(2).
               03  md-medium                   pic x(3).
               03  md-zustand                  pic x(20).
                       88  kopie-ausser-dienst value "DEFEKT"
                               "VERLOREN" "ABGESCHRIEBEN".
               03  md-standort                 pic x(10).
       fd  verleih-datei.
       01  verleih-satz.
               03  vl-schluessel.
                       05  vl-film-nr          pic 9(5).
                       05  vl-kopie-nr         pic 9(2).
               03  vl-kunden-nr         pic 9(5).
               03  vl-datum-aus         pic 9(8).
               03  vl-datum-faellig     pic 9(8).
               03  vl-mahnstufe         pic 9.
               03  vl-mahn-datum        pic 9(8).
       fd  reserv-datei.
       01  reserv-satz.
               03  rs-schluessel.
                       05  rs-film-nr          pic 9(5).
                       05  rs-lfd-nr           pic 9(3).
               03  rs-kunden-nr         pic 9(5).
               03  rs-datum             pic 9(8).
               03  rs-verfall           pic 9(8).
       fd  bestell-datei.
       01  bestell-satz.
               03  be-bestell-nr        pic 9(5).
               03  be-film-nr           pic 9(5).
               03  be-film-name         pic x(20).
               03  be-medium            pic x(3).
               03  be-menge             pic 9(2).
               03  be-lieferant         pic x(30).
               03  be-bestell-datum     pic 9(8).
               03  be-status            pic x.
                       88  bestellung-offen value "O" "T".
               03  be-geliefert         pic 9(2).
               03  be-liefer-datum      pic 9(8).
               03  be-bediener          pic x(10).
       fd  historie-datei.
       01  historie-satz                       pic x(100).
       fd  bericht-datei.
       01  bericht-zeile                       pic x(132).
       working-storage section.
       01  film-datei-status                   pic xx.
       01  medien-datei-status                 pic xx.
       01  verleih-datei-status                pic xx.
       01  reserv-datei-status                 pic xx.
       01  bestell-datei-status                pic xx.
       01  historie-status                     pic xx.
       01  bericht-status                      pic xx.
       01  ws-heute-datum                      pic 9(8).
       01  ws-von-datum                        pic 9(8).
       01  ws-zeitraum-eingabe                 pic x(3).
       01  ws-zeitraum-wert redefines ws-zeitraum-eingabe
                                                pic 9(3).
       01  ws-zeitraum-tage                    pic 9(3) value 365.
       01  ws-feld-film                        pic x(5).
       01  ws-feld-film-num redefines ws-feld-film
                                                pic 9(5).
       01  ws-feld-kopie                       pic x(2).
       01  ws-feld-kunde                       pic x(5).
       01  ws-feld-aus                         pic x(8).
       01  ws-feld-aus-num redefines ws-feld-aus
                                                pic 9(8).
       01  ws-feld-faellig                     pic x(8).
       01  ws-feld-rueck                       pic x(8).
       01  ws-such-film                        pic 9(5).
       01  ws-titel-gefunden                   pic x.
                       88  titel-gefunden value "J".
       01  ws-titel-anzahl                     pic 9(4) value zero.
       01  ws-titel-max                        pic 9(4) value 5000.
       01  ws-titel-voll-gemeldet              pic x value "N".
                       88  titel-voll-gemeldet value "J".
       01  ws-titel-tabelle.
               03  ws-titel-satz occurs 1 to 5000 times
                               depending on ws-titel-anzahl
                               ascending key ws-tt-film-nr
                               indexed by ws-tt-ix.
                       05  ws-tt-film-nr       pic 9(5).
                       05  ws-tt-film          pic x(20).
                       05  ws-tt-kopien        pic 9(3).
                       05  ws-tt-verliehen     pic 9(3).
                       05  ws-tt-vormerk       pic 9(3).
                       05  ws-tt-ausleihen     pic 9(5).
                       05  ws-tt-bestellt      pic 9(3).
                       05  ws-tt-kennzahl      pic 9(5)v99.
                       05  ws-tt-vorschlag     pic 9(3).
       01  ws-bestand                          pic 9(4).
       01  ws-rang                             pic 9(4) value zero.
       01  ws-rang-ausgabe                     pic zzz9.
       01  ws-kopien-ausgabe                   pic zz9.
       01  ws-bestellt-ausgabe                 pic zz9.
       01  ws-verliehen-ausgabe                pic zz9.
       01  ws-vormerk-ausgabe                  pic zz9.
       01  ws-ausleihen-ausgabe                pic zzzz9.
       01  ws-kennzahl-ausgabe                 pic zzzz9.99.
       01  ws-vorschlag-ausgabe                pic zz9.
       01  ws-vorschlag-summe                  pic 9(5) value zero.
       01  ws-zaehler-ausgabe                  pic zzzz9.
       01  ws-zeilen-auf-seite                 pic 9(3) value zero.
       01  ws-max-zeilen-pro-seite             pic 9(3) value 50.
       01  ws-seitenzahl                       pic 9(3) value zero.
       01  ws-seitenzahl-ausgabe               pic zz9.
       procedure division.
       haupt-programm section.
        display "Einkaufsempfehlung nach Nachfrage und Bestand."
        accept ws-heute-datum from date yyyymmdd
        move spaces to ws-zeitraum-eingabe
        display "Zeitraum der Verleihhistorie in Tagen "
                &"(3-stellig, leer = 365)."
        accept ws-zeitraum-eingabe
        if ws-zeitraum-eingabe not equal spaces
                if ws-zeitraum-eingabe is numeric
                        and ws-zeitraum-wert > zero
                        move ws-zeitraum-wert to ws-zeitraum-tage
                else
                        display "Ungueltige Eingabe, 365 Tage "
                                &"werden verwendet."
                end-if
        end-if
        compute ws-von-datum = function date-of-integer
                (function integer-of-date(ws-heute-datum)
                        - ws-zeitraum-tage)
        perform titel-laden
        if ws-titel-anzahl = zero
                display "Keine Filmdatenbank oder keine Titel "
                        &"vorhanden, kein Bericht erzeugt."
        else
                perform kopien-zaehlen
                perform verleihe-zaehlen
                perform vormerkungen-zaehlen
                perform historie-zaehlen
                perform bestellungen-zaehlen
                perform kennzahl-berechnen
                        varying ws-tt-ix from 1 by 1
                        until ws-tt-ix > ws-titel-anzahl
                sort ws-titel-satz
                        on descending key ws-tt-kennzahl
                open output bericht-datei
                perform seiten-kopf-schreiben
                move "Rang Nr.   Filmname             Kopien "
                        &"Bestellt "
                        &"Verliehen Vormerk. Ausleihen Je Kopie "
                        &"Vorschlag" to bericht-zeile
                perform bericht-zeile-schreiben
                perform titel-zeile-schreiben
                        varying ws-tt-ix from 1 by 1
                        until ws-tt-ix > ws-titel-anzahl
                perform fusszeile-schreiben
                close bericht-datei
                move ws-rang to ws-zaehler-ausgabe
                display "Titel mit Nachfrage:  " ws-zaehler-ausgabe
                move ws-vorschlag-summe to ws-zaehler-ausgabe
                display "Vorgeschlagene Kopien: " ws-zaehler-ausgabe
                display "Bericht erzeugt: EMPFEHLUNG.TXT"
        end-if
        stop run.

       titel-laden section.
        open input film-datei
        if film-datei-status = "35"
                close film-datei
        else
                move zero to fd-film-nr
                start film-datei key is not less than fd-film-nr
                        invalid key move "10" to film-datei-status
                end-start
                perform until film-datei-status is not equal "00"
                        read film-datei next record
                                at end move "10" to film-datei-status
                                not at end
                                        perform titel-aufnehmen
                        end-read
                end-perform
                close film-datei
        end-if
        exit.

       titel-aufnehmen section.
        if ws-titel-anzahl < ws-titel-max
                add 1 to ws-titel-anzahl
                move fd-film-nr to ws-tt-film-nr(ws-titel-anzahl)
                move fd-film-name to ws-tt-film(ws-titel-anzahl)
                move zero to ws-tt-kopien(ws-titel-anzahl)
                move zero to ws-tt-verliehen(ws-titel-anzahl)
                move zero to ws-tt-vormerk(ws-titel-anzahl)
                move zero to ws-tt-ausleihen(ws-titel-anzahl)
                move zero to ws-tt-bestellt(ws-titel-anzahl)
                move zero to ws-tt-kennzahl(ws-titel-anzahl)
                move zero to ws-tt-vorschlag(ws-titel-anzahl)
        else
                if not titel-voll-gemeldet
                        move "J" to ws-titel-voll-gemeldet
                        display "Warnung: Titeltabelle ist voll, "
                                &"weitere Titel werden nicht "
                                &"bewertet."
                end-if
        end-if
        exit.

       titel-suchen section.
        move "N" to ws-titel-gefunden
        search all ws-titel-satz
                at end continue
                when ws-tt-film-nr(ws-tt-ix) = ws-such-film
                        move "J" to ws-titel-gefunden
        end-search
        exit.

       kopien-zaehlen section.
        open input medien-datei
        if medien-datei-status = "35"
                close medien-datei
        else
                move zero to md-film-nr
                move zero to md-kopie-nr
                start medien-datei key is not less than md-schluessel
                        invalid key move "10" to medien-datei-status
                end-start
                perform until medien-datei-status
                                is not equal "00"
                        read medien-datei next record
                                at end move "10"
                                        to medien-datei-status
                                not at end
                                        perform kopie-zaehlen
                        end-read
                end-perform
                close medien-datei
        end-if
        exit.

       kopie-zaehlen section.
        if not kopie-ausser-dienst
                move md-film-nr to ws-such-film
                perform titel-suchen
                if titel-gefunden
                        add 1 to ws-tt-kopien(ws-tt-ix)
                end-if
        end-if
        exit.

       verleihe-zaehlen section.
        open input verleih-datei
        if verleih-datei-status = "35"
                close verleih-datei
        else
                move zero to vl-film-nr
                move zero to vl-kopie-nr
                start verleih-datei key is not less than vl-schluessel
                        invalid key move "10" to verleih-datei-status
                end-start
                perform until verleih-datei-status
                                is not equal "00"
                        read verleih-datei next record
                                at end move "10"
                                        to verleih-datei-status
                                not at end
                                        perform verleih-zaehlen
                        end-read
                end-perform
                close verleih-datei
        end-if
        exit.

       verleih-zaehlen section.
        move vl-film-nr to ws-such-film
        perform titel-suchen
        if titel-gefunden
                add 1 to ws-tt-verliehen(ws-tt-ix)
                if vl-datum-aus not less than ws-von-datum
                        add 1 to ws-tt-ausleihen(ws-tt-ix)
                end-if
        end-if
        exit.

       vormerkungen-zaehlen section.
        open input reserv-datei
        if reserv-datei-status = "35"
                close reserv-datei
        else
                move zero to rs-film-nr
                move zero to rs-lfd-nr
                start reserv-datei key is not less than rs-schluessel
                        invalid key move "10" to reserv-datei-status
                end-start
                perform until reserv-datei-status
                                is not equal "00"
                        read reserv-datei next record
                                at end move "10"
                                        to reserv-datei-status
                                not at end
                                        perform vormerkung-zaehlen
                        end-read
                end-perform
                close reserv-datei
        end-if
        exit.

       vormerkung-zaehlen section.
        if rs-verfall not less than ws-heute-datum
                move rs-film-nr to ws-such-film
                perform titel-suchen
                if titel-gefunden
                        add 1 to ws-tt-vormerk(ws-tt-ix)
                end-if
        end-if
        exit.

       historie-zaehlen section.
        open input historie-datei
        if historie-status = "35"
                close historie-datei
        else
                perform until historie-status is not equal "00"
                        read historie-datei
                                at end move "10" to historie-status
                                not at end
                                        perform historie-satz-zaehlen
                        end-read
                end-perform
                close historie-datei
        end-if
        exit.

       historie-satz-zaehlen section.
        move spaces to ws-feld-film
        move spaces to ws-feld-kopie
        move spaces to ws-feld-kunde
        move spaces to ws-feld-aus
        move spaces to ws-feld-faellig
        move spaces to ws-feld-rueck
        unstring historie-satz delimited by ";"
                into ws-feld-film
                        ws-feld-kopie
                        ws-feld-kunde
                        ws-feld-aus
                        ws-feld-faellig
                        ws-feld-rueck
        end-unstring
        if ws-feld-aus is numeric
                and ws-feld-aus-num not less than ws-von-datum
                and ws-feld-film is numeric
                move ws-feld-film-num to ws-such-film
                perform titel-suchen
                if titel-gefunden
                        add 1 to ws-tt-ausleihen(ws-tt-ix)
                end-if
        end-if
        exit.

       bestellungen-zaehlen section.
        open input bestell-datei
        if bestell-datei-status = "35"
                close bestell-datei
        else
                move zero to be-bestell-nr
                start bestell-datei key is not less than be-bestell-nr
                        invalid key move "10" to bestell-datei-status
                end-start
                perform until bestell-datei-status
                                is not equal "00"
                        read bestell-datei next record
                                at end move "10"
                                        to bestell-datei-status
                                not at end
                                        if bestellung-offen
                                                move be-film-nr
                                                  to ws-such-film
                                                perform titel-suchen
                                                perform bestellt-zaehlen
                                        end-if
                        end-read
                end-perform
                close bestell-datei
        end-if
        exit.

       bestellt-zaehlen section.
        if titel-gefunden
                compute ws-tt-bestellt(ws-tt-ix)
                        = ws-tt-bestellt(ws-tt-ix)
                        + be-menge - be-geliefert
        end-if
        exit.

       kennzahl-berechnen section.
        compute ws-bestand = ws-tt-kopien(ws-tt-ix)
                + ws-tt-bestellt(ws-tt-ix)
        if ws-bestand = zero
                move 1 to ws-bestand
        end-if
        compute ws-tt-kennzahl(ws-tt-ix) rounded
                = (ws-tt-ausleihen(ws-tt-ix)
                        + ws-tt-vormerk(ws-tt-ix))
                / ws-bestand
        if ws-tt-vormerk(ws-tt-ix) > ws-tt-bestellt(ws-tt-ix)
                compute ws-tt-vorschlag(ws-tt-ix)
                        = ws-tt-vormerk(ws-tt-ix)
                        - ws-tt-bestellt(ws-tt-ix)
        else
                move zero to ws-tt-vorschlag(ws-tt-ix)
        end-if
        exit.

       titel-zeile-schreiben section.
        if ws-tt-ausleihen(ws-tt-ix) + ws-tt-vormerk(ws-tt-ix)
                        > zero
                add 1 to ws-rang
                add ws-tt-vorschlag(ws-tt-ix) to ws-vorschlag-summe
                move ws-rang to ws-rang-ausgabe
                move ws-tt-kopien(ws-tt-ix) to ws-kopien-ausgabe
                move ws-tt-bestellt(ws-tt-ix) to ws-bestellt-ausgabe
                move ws-tt-verliehen(ws-tt-ix)
                        to ws-verliehen-ausgabe
                move ws-tt-vormerk(ws-tt-ix) to ws-vormerk-ausgabe
                move ws-tt-ausleihen(ws-tt-ix)
                        to ws-ausleihen-ausgabe
                move ws-tt-kennzahl(ws-tt-ix) to ws-kennzahl-ausgabe
                move ws-tt-vorschlag(ws-tt-ix)
                        to ws-vorschlag-ausgabe
                move spaces to bericht-zeile
                string ws-rang-ausgabe delimited by size
                        " " delimited by size
                        ws-tt-film-nr(ws-tt-ix) delimited by size
                        " " delimited by size
                        ws-tt-film(ws-tt-ix) delimited by size
                        "    " delimited by size
                        ws-kopien-ausgabe delimited by size
                        "      " delimited by size
                        ws-bestellt-ausgabe delimited by size
                        "       " delimited by size
                        ws-verliehen-ausgabe delimited by size
                        "      " delimited by size
                        ws-vormerk-ausgabe delimited by size
                        "     " delimited by size
                        ws-ausleihen-ausgabe delimited by size
                        " " delimited by size
                        ws-kennzahl-ausgabe delimited by size
                        "       " delimited by size
                        ws-vorschlag-ausgabe delimited by size
                        into bericht-zeile
                end-string
                perform bericht-zeile-schreiben
        end-if
        exit.

       fusszeile-schreiben section.
        move spaces to bericht-zeile
        perform bericht-zeile-schreiben
        if ws-rang = zero
                move "Keine Nachfrage im Zeitraum gefunden."
                        to bericht-zeile
                perform bericht-zeile-schreiben
        end-if
        move "Je Kopie = (Ausleihen im Zeitraum + offene "
                &"Vormerkungen) / (Kopien im Dienst + offen "
                &"bestellt)" to bericht-zeile
        perform bericht-zeile-schreiben
        move "Vorschlag = offene Vormerkungen abzueglich bereits "
                &"bestellter Kopien" to bericht-zeile
        perform bericht-zeile-schreiben
        move ws-vorschlag-summe to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Vorgeschlagene Kopien insgesamt: " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        exit.

       bericht-zeile-schreiben section.
        if ws-zeilen-auf-seite is greater than
                        or equal to ws-max-zeilen-pro-seite
                perform seiten-kopf-schreiben
        end-if
        write bericht-zeile after advancing 1 line
        add 1 to ws-zeilen-auf-seite
        exit.

       seiten-kopf-schreiben section.
        add 1 to ws-seitenzahl
        move ws-seitenzahl to ws-seitenzahl-ausgabe
        move spaces to bericht-zeile
        if ws-seitenzahl > 1
                write bericht-zeile after advancing page
        end-if
        move spaces to bericht-zeile
        string "Einkaufsempfehlung, Stand " delimited by size
                ws-heute-datum delimited by size
                ", Ausleihen seit " delimited by size
                ws-von-datum delimited by size
                into bericht-zeile
        end-string
        write bericht-zeile after advancing 1 line
        move spaces to bericht-zeile
        string "Seite: " delimited by size
                ws-seitenzahl-ausgabe delimited by size
                into bericht-zeile
        end-string
        write bericht-zeile after advancing 2 lines
        move zero to ws-zeilen-auf-seite
        exit.
