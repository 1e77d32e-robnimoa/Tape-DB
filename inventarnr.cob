       identification division.
       program-id. Tape-Inventar-Nummern.
       environment division.
       input-output section.
       file-control.
           select medien-datei assign to "MEDIEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is md-schluessel
               file status is medien-datei-status.
           select inventar-datei assign to "INVNR.DAT"
               organization is indexed
               access mode is dynamic
               record key is iv-inv-nr
               file status is inventar-datei-status.
           select bediener-datei assign to "BEDIENER.DAT"
               organization is indexed
               access mode is dynamic
               record key is bd-id
               file status is bediener-datei-status.
           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-film-nr
               file status is film-datei-status.
           select bericht-datei assign to "INVNRBERICHT.TXT"
               organization is line sequential
               file status is bericht-status.
           select etikett-datei assign to "ETIKETTEN.TXT"
               organization is line sequential
               file status is etikett-status.
           select audit-datei assign to audit-dateiname
               organization is line sequential
               file status is audit-datei-status.
       data division.
       file section.
       fd  medien-datei.
       01  medien-satz.
               03  md-schluessel.
                       05  md-film-nr          pic 9(5).
                       05  md-kopie-nr         pic 9(2).
               03  md-medium                   pic x(3).
               03  md-zustand                  pic x(20).
               03  md-standort                 pic x(10).
       fd  inventar-datei.
       01  inventar-satz.
               03  iv-inv-nr            pic 9(7).
               03  iv-film-nr           pic 9(5).
               03  iv-kopie-nr          pic 9(2).
               03  iv-vergabe-datum     pic 9(8).
               03  iv-etikett           pic x.
                       88  etikett-gedruckt value "J".
       fd  film-datei.
       01  film-datei-satz.
               03  fd-film-nr           pic 9(5).
               03  fd-film-name         pic x(20).
               03  fd-film-jahr         pic 9(4).
               03  fd-film-beschreibung pic x(100).
               03  fd-film-stempel      pic 9(16).
               03  fd-film-fsk          pic 9(2).
       fd  bediener-datei.
       01  bediener-satz.
               03  bd-id                pic x(10).
               03  bd-name              pic x(30).
               03  bd-passwort          pic x(10).
               03  bd-rolle             pic 9.
       fd  bericht-datei.
       01  bericht-zeile                pic x(132).
       fd  etikett-datei.
       01  etikett-zeile                pic x(40).
       fd  audit-datei.
       01  audit-satz                          pic x(280).
       working-storage section.
       01  medien-datei-status                 pic xx.
       01  inventar-datei-status               pic xx.
       01  film-datei-status                   pic xx.
       01  ws-film-da                          pic x value "N".
                       88  film-da value "J".
       01  ws-titel-film-nr                    pic 9(5).
       01  ws-film-titel                       pic x(20).
       01  bediener-datei-status               pic xx.
       01  bericht-status                      pic xx.
       01  etikett-status                      pic xx.
       01  ws-passwort-eingabe                 pic x(10).
       01  ws-anmeldung-ok                     pic x.
                       88  anmeldung-ok value "J".
       01  ws-anmelde-versuche                 pic 9.
       01  ws-max-anmelde-versuche             pic 9 value 3.
       01  ws-bediener-rolle                   pic 9.
                       88  rolle-supervisor value 2.
       01  ws-bediener-name                    pic x(30).
       01  audit-datei-status                  pic xx.
       01  audit-dateiname                     pic x(30).
       01  bediener-id                         pic x(10) value spaces.
       01  ws-audit-datum                      pic 9(8).
       01  ws-audit-zeit                       pic 9(8).
       01  audit-aktion                        pic x(12).
       01  audit-name                          pic x(20).
       01  audit-vor-jahr                      pic 9(4).
       01  audit-vor-beschreibung              pic x(100).
       01  audit-nach-jahr                     pic 9(4).
       01  audit-nach-beschreibung             pic x(100).
       01  ws-heute-datum                      pic 9(8).
       01  ws-inv-nummer.
               03  ws-inv-lfd                  pic 9(6).
               03  ws-inv-ziffern redefines ws-inv-lfd.
                       05  ws-inv-ziffer       pic 9 occurs 6 times.
               03  ws-inv-pz                   pic 9.
       01  ws-inv-nummer-wert redefines ws-inv-nummer
                                                pic 9(7).
       01  ws-inv-summe                        pic 9(3).
       01  ws-inv-zehner                       pic 9(3).
       01  ws-inv-rest                         pic 9(2).
       01  ws-inv-ix                           pic 9.
       01  ws-inv-hoechste                     pic 9(6).
       01  ws-nr-anzahl                        pic 9(5) value zero.
       01  ws-nr-max                           pic 9(5) value 20000.
       01  ws-nr-tabelle.
               03  ws-nr-satz occurs 1 to 20000 times
                               depending on ws-nr-anzahl
                               ascending key ws-nt-schluessel
                               indexed by ws-nt-ix.
                       05  ws-nt-schluessel.
                               07  ws-nt-film  pic 9(5).
                               07  ws-nt-kopie pic 9(2).
                       05  ws-nt-nr            pic 9(7).
                       05  ws-nt-da            pic x.
       01  ws-nr-voll-gemeldet                 pic x value "N".
                       88  nr-voll-gemeldet value "J".
       01  ws-such-schluessel.
               03  ws-such-film                pic 9(5).
               03  ws-such-kopie               pic 9(2).
       01  ws-nr-gefunden                      pic x.
                       88  nr-gefunden value "J".
       01  ws-etikett-wahl                     pic x.
                       88  etikett-neue value "N".
                       88  etikett-alle value "A".
                       88  etikett-film value "F".
                       88  etikett-keine value "K".
       01  ws-etikett-film                     pic x(5).
       01  ws-etikett-film-nr redefines ws-etikett-film
                                                pic 9(5).
       01  ws-etikett-drucken                  pic x.
                       88  etikett-drucken value "J".
       01  ws-kopie-ausgabe                    pic 99.
       01  ws-kopien-zaehler                   pic 9(5) value zero.
       01  ws-vergeben-zaehler                 pic 9(5) value zero.
       01  ws-ohne-kopie-zaehler               pic 9(5) value zero.
       01  ws-etikett-zaehler                  pic 9(5) value zero.
       01  ws-zaehler-ausgabe                  pic zzzz9.
       01  ws-etikett-ausgabe                  pic zzzz9.
       01  ws-zeilen-auf-seite                 pic 9(3) value zero.
       01  ws-max-zeilen-pro-seite             pic 9(3) value 50.
       01  ws-seitenzahl                       pic 9(3) value zero.
       01  ws-seitenzahl-ausgabe               pic zz9.
       procedure division.
       haupt-programm section.
        perform anmeldung
        if not rolle-supervisor
                display "Die Vergabe von Inventarnummern ist "
                        &"Supervisoren vorbehalten."
                stop run
        end-if
        accept ws-audit-datum from date yyyymmdd
        string "AUDIT-" delimited by size
                ws-audit-datum delimited by size
                ".LOG" delimited by size
                into audit-dateiname
        accept ws-heute-datum from date yyyymmdd
        open input medien-datei
        if medien-datei-status = "35"
                close medien-datei
                display "Kein Kopienbestand MEDIEN.DAT vorhanden, "
                        &"keine Inventarnummern vergeben."
                stop run
        end-if
        close medien-datei
        open output bericht-datei
        perform seiten-kopf-schreiben
        perform nummern-laden
        perform nummern-vergeben
        perform nummern-ohne-kopie
        perform zusammenfassung-schreiben
        close bericht-datei
        display "Bericht erzeugt: INVNRBERICHT.TXT"
        move ws-kopien-zaehler to ws-zaehler-ausgabe
        display "Kopien im Bestand:          " ws-zaehler-ausgabe
        move ws-vergeben-zaehler to ws-zaehler-ausgabe
        display "Neu vergebene Nummern:      " ws-zaehler-ausgabe
        move ws-ohne-kopie-zaehler to ws-zaehler-ausgabe
        display "Nummern ohne Kopie:         " ws-zaehler-ausgabe
        perform etikett-wahl-eingeben
        if not etikett-keine
                perform etiketten-drucken
                move ws-etikett-zaehler to ws-zaehler-ausgabe
                display "Gedruckte Etiketten:        "
                        ws-zaehler-ausgabe
                display "Etiketten erzeugt: ETIKETTEN.TXT"
        end-if
        if ws-vergeben-zaehler > zero or ws-etikett-zaehler > zero
                move "INVENTARNR" to audit-aktion
                move "INVNR.DAT" to audit-name
                move zero to audit-vor-jahr
                move spaces to audit-vor-beschreibung
                move zero to audit-nach-jahr
                move spaces to audit-nach-beschreibung
                move ws-vergeben-zaehler to ws-zaehler-ausgabe
                move ws-etikett-zaehler to ws-etikett-ausgabe
                string ws-zaehler-ausgabe delimited by size
                        " Nummern vergeben, " delimited by size
                        ws-etikett-ausgabe delimited by size
                        " Etiketten gedruckt" delimited by size
                        into audit-nach-beschreibung
                end-string
                perform audit-schreiben
        end-if
        stop run.

       anmeldung section.
        move "N" to ws-anmeldung-ok
        move zero to ws-anmelde-versuche
        perform until anmeldung-ok
                        or ws-anmelde-versuche not less than
                                ws-max-anmelde-versuche
                add 1 to ws-anmelde-versuche
                display "Bedienerkennung eingeben (max. 10 "
                        &"Zeichen)."
                move spaces to bediener-id
                accept bediener-id
                display "Passwort eingeben."
                move spaces to ws-passwort-eingabe
                accept ws-passwort-eingabe
                perform bediener-pruefen
        end-perform
        if not anmeldung-ok
                display "Zu viele Fehlversuche, das Programm "
                        &"wird beendet."
                stop run
        end-if
        exit.

       bediener-pruefen section.
        move "N" to ws-anmeldung-ok
        move zero to ws-bediener-rolle
        move spaces to ws-bediener-name
        open input bediener-datei
        if bediener-datei-status = "35"
                close bediener-datei
                display "Keine Bedienerdatei vorhanden, bitte "
                        &"zuerst in der Filmdatenbank einrichten."
        else
                move bediener-id to bd-id
                read bediener-datei
                        invalid key
                                display "Unbekannte "
                                        &"Bedienerkennung."
                        not invalid key
                                if bd-passwort = ws-passwort-eingabe
                                        and bd-rolle not equal 3
                                        move "J" to ws-anmeldung-ok
                                        move bd-rolle
                                                to ws-bediener-rolle
                                        move bd-name
                                                to ws-bediener-name
                                else
                                        display "Falsches Passwort."
                                end-if
                end-read
                close bediener-datei
        end-if
        exit.

       nummern-laden section.
        move zero to ws-inv-hoechste
        open input inventar-datei
        if inventar-datei-status = "35"
                close inventar-datei
        else
                move zero to iv-inv-nr
                start inventar-datei key is not less than iv-inv-nr
                        invalid key move "10" to inventar-datei-status
                end-start
                perform until inventar-datei-status
                                is not equal "00"
                        read inventar-datei next record
                                at end move "10"
                                        to inventar-datei-status
                                not at end
                                        perform nummer-merken
                        end-read
                end-perform
                close inventar-datei
        end-if
        if ws-nr-anzahl > 1
                sort ws-nr-satz on ascending key ws-nt-schluessel
        end-if
        exit.

       nummer-merken section.
        move iv-inv-nr to ws-inv-nummer-wert
        move ws-inv-lfd to ws-inv-hoechste
        if ws-nr-anzahl < ws-nr-max
                add 1 to ws-nr-anzahl
                move iv-film-nr to ws-nt-film(ws-nr-anzahl)
                move iv-kopie-nr to ws-nt-kopie(ws-nr-anzahl)
                move iv-inv-nr to ws-nt-nr(ws-nr-anzahl)
                move "N" to ws-nt-da(ws-nr-anzahl)
        else
                if not nr-voll-gemeldet
                        move "J" to ws-nr-voll-gemeldet
                        display "Warnung: Nummerntabelle ist voll, "
                                &"Lauf wird ohne Vergabe beendet."
                end-if
        end-if
        exit.

       nummern-vergeben section.
        if nr-voll-gemeldet
                move "Nummerntabelle voll, keine Vergabe moeglich"
                        to bericht-zeile
                perform bericht-zeile-schreiben
        else
                open input medien-datei
                perform film-datei-oeffnen
                open i-o inventar-datei
                if inventar-datei-status = "35"
                        close inventar-datei
                        open output inventar-datei
                        close inventar-datei
                        open i-o inventar-datei
                end-if
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
                                        perform kopie-pruefen
                        end-read
                end-perform
                close inventar-datei
                close medien-datei
                perform film-datei-schliessen
        end-if
        exit.

       kopie-pruefen section.
        add 1 to ws-kopien-zaehler
        move md-film-nr to ws-such-film
        move md-kopie-nr to ws-such-kopie
        perform nummer-suchen
        if nr-gefunden
                move "J" to ws-nt-da(ws-nt-ix)
        else
                perform nummer-neu-vergeben
        end-if
        exit.

       nummer-suchen section.
        move "N" to ws-nr-gefunden
        if ws-nr-anzahl > zero
                search all ws-nr-satz
                        at end continue
                        when ws-nt-schluessel(ws-nt-ix)
                                = ws-such-schluessel
                                move "J" to ws-nr-gefunden
                end-search
        end-if
        exit.

       nummer-neu-vergeben section.
        add 1 to ws-inv-hoechste
        move ws-inv-hoechste to ws-inv-lfd
        perform pruefziffer-berechnen
        move ws-inv-nummer-wert to iv-inv-nr
        move md-film-nr to iv-film-nr
        move md-kopie-nr to iv-kopie-nr
        move ws-heute-datum to iv-vergabe-datum
        move "N" to iv-etikett
        write inventar-satz
                invalid key
                        move spaces to bericht-zeile
                        string "FEHLER    " delimited by size
                                iv-inv-nr delimited by size
                                " bereits vergeben" delimited by size
                                into bericht-zeile
                        end-string
                        perform bericht-zeile-schreiben
                not invalid key
                        add 1 to ws-vergeben-zaehler
                        move md-kopie-nr to ws-kopie-ausgabe
                        move md-film-nr to ws-titel-film-nr
                        perform film-titel-ermitteln
                        move spaces to bericht-zeile
                        string "VERGEBEN  " delimited by size
                                iv-inv-nr delimited by size
                                "  " delimited by size
                                md-film-nr delimited by size
                                " " delimited by size
                                ws-film-titel delimited by size
                                "  Kopie " delimited by size
                                ws-kopie-ausgabe delimited by size
                                into bericht-zeile
                        end-string
                        perform bericht-zeile-schreiben
        end-write
        exit.

       pruefziffer-berechnen section.
        move zero to ws-inv-summe
        perform varying ws-inv-ix from 1 by 1 until ws-inv-ix > 6
                if ws-inv-ix = 2 or ws-inv-ix = 4 or ws-inv-ix = 6
                        compute ws-inv-summe = ws-inv-summe
                                + ws-inv-ziffer(ws-inv-ix) * 3
                else
                        add ws-inv-ziffer(ws-inv-ix) to ws-inv-summe
                end-if
        end-perform
        divide ws-inv-summe by 10 giving ws-inv-zehner
                remainder ws-inv-rest
        if ws-inv-rest = zero
                move zero to ws-inv-pz
        else
                compute ws-inv-pz = 10 - ws-inv-rest
        end-if
        exit.

       nummern-ohne-kopie section.
        if not nr-voll-gemeldet
                perform varying ws-nt-ix from 1 by 1
                                until ws-nt-ix > ws-nr-anzahl
                        if ws-nt-da(ws-nt-ix) not equal "J"
                                perform ohne-kopie-melden
                        end-if
                end-perform
        end-if
        exit.

       ohne-kopie-melden section.
        add 1 to ws-ohne-kopie-zaehler
        move ws-nt-kopie(ws-nt-ix) to ws-kopie-ausgabe
        move spaces to bericht-zeile
        string "OHNE KOPIE " delimited by size
                ws-nt-nr(ws-nt-ix) delimited by size
                " " delimited by size
                ws-nt-film(ws-nt-ix) delimited by size
                "  Kopie " delimited by size
                ws-kopie-ausgabe delimited by size
                " nicht in MEDIEN (archiviert?)" delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        exit.

       etikett-wahl-eingeben section.
        move space to ws-etikett-wahl
        perform until etikett-neue or etikett-alle
                        or etikett-film or etikett-keine
                display "Etiketten drucken: N) noch nicht gedruckte, "
                        &"A) alle, F) fuer einen Film, K) keine."
                accept ws-etikett-wahl
                inspect ws-etikett-wahl converting "nafk" to "NAFK"
        end-perform
        if etikett-film
                move spaces to ws-etikett-film
                perform until ws-etikett-film is numeric
                        display "Fuer welchen Film? (Filmnummer, "
                                &"5-stellig)"
                        accept ws-etikett-film
                end-perform
        end-if
        exit.

       etiketten-drucken section.
        open output etikett-datei
        open input medien-datei
        perform film-datei-oeffnen
        open i-o inventar-datei
        if inventar-datei-status = "35"
                close inventar-datei
        else
                move zero to iv-inv-nr
                start inventar-datei key is not less than iv-inv-nr
                        invalid key move "10" to inventar-datei-status
                end-start
                perform until inventar-datei-status
                                is not equal "00"
                        read inventar-datei next record
                                at end move "10"
                                        to inventar-datei-status
                                not at end
                                        perform etikett-auswaehlen
                        end-read
                end-perform
                close inventar-datei
        end-if
        close medien-datei
        perform film-datei-schliessen
        close etikett-datei
        exit.

       etikett-auswaehlen section.
        move "N" to ws-etikett-drucken
        evaluate true
                when etikett-alle
                        move "J" to ws-etikett-drucken
                when etikett-neue and not etikett-gedruckt
                        move "J" to ws-etikett-drucken
                when etikett-film
                        and iv-film-nr = ws-etikett-film-nr
                        move "J" to ws-etikett-drucken
        end-evaluate
        if etikett-drucken
                move iv-film-nr to md-film-nr
                move iv-kopie-nr to md-kopie-nr
                read medien-datei
                        invalid key continue
                        not invalid key
                                perform etikett-schreiben
                end-read
        end-if
        exit.

       etikett-schreiben section.
        move iv-kopie-nr to ws-kopie-ausgabe
        move spaces to etikett-zeile
        string "*" delimited by size
                iv-inv-nr delimited by size
                "*" delimited by size
                into etikett-zeile
        end-string
        write etikett-zeile
        move spaces to etikett-zeile
        string iv-inv-nr delimited by size
                "  Kopie " delimited by size
                ws-kopie-ausgabe delimited by size
                "  " delimited by size
                md-medium delimited by size
                into etikett-zeile
        end-string
        write etikett-zeile
        move iv-film-nr to ws-titel-film-nr
        perform film-titel-ermitteln
        move ws-film-titel to etikett-zeile
        write etikett-zeile
        move spaces to etikett-zeile
        string "Regal: " delimited by size
                md-standort delimited by size
                into etikett-zeile
        end-string
        write etikett-zeile
        move spaces to etikett-zeile
        write etikett-zeile
        add 1 to ws-etikett-zaehler
        if not etikett-gedruckt
                move "J" to iv-etikett
                rewrite inventar-satz
                        invalid key continue
                end-rewrite
        end-if
        exit.

       film-datei-oeffnen section.
        move "N" to ws-film-da
        open input film-datei
        if film-datei-status = "00"
                move "J" to ws-film-da
        end-if
        exit.

       film-datei-schliessen section.
        if film-da
                close film-datei
        end-if
        exit.

       film-titel-ermitteln section.
        move "(nicht im Katalog)" to ws-film-titel
        if film-da
                move ws-titel-film-nr to fd-film-nr
                read film-datei
                        invalid key continue
                        not invalid key
                                move fd-film-name to ws-film-titel
                end-read
        end-if
        exit.

       zusammenfassung-schreiben section.
        move spaces to bericht-zeile
        perform bericht-zeile-schreiben
        move ws-kopien-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Kopien im Bestand:     " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move ws-vergeben-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Neu vergebene Nummern: " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move ws-ohne-kopie-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Nummern ohne Kopie:    " delimited by size
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
        string "Vergabe der Inventarnummern, Stand " delimited by size
                ws-heute-datum delimited by size
                "   Seite: " delimited by size
                ws-seitenzahl-ausgabe delimited by size
                into bericht-zeile
        end-string
        write bericht-zeile after advancing 1 line
        move spaces to bericht-zeile
        write bericht-zeile after advancing 1 line
        move zero to ws-zeilen-auf-seite
        exit.

       audit-schreiben section.
        accept ws-audit-datum from date yyyymmdd
        accept ws-audit-zeit from time
        inspect audit-name replacing all ";" by ","
        inspect audit-vor-beschreibung replacing all ";" by ","
        inspect audit-nach-beschreibung replacing all ";" by ","
        move spaces to audit-satz
        string ws-audit-datum      delimited by size ";"
                ws-audit-zeit       delimited by size ";"
                bediener-id         delimited by size ";"
                audit-aktion        delimited by size ";"
                audit-name          delimited by size ";"
                audit-vor-jahr      delimited by size ";"
                audit-vor-beschreibung delimited by size ";"
                audit-nach-jahr     delimited by size ";"
                audit-nach-beschreibung delimited by size
                into audit-satz
        end-string
        open extend audit-datei
        if audit-datei-status = "35"
                open output audit-datei
        end-if
        write audit-satz
        close audit-datei
        exit.
