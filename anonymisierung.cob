       identification division.
       program-id. Tape-Kunden-Anonym.
       environment division.
       input-output section.
       file-control.
           select kunden-datei assign to "KUNDEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is kd-kunden-nr
               file status is kunden-datei-status.
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
           select konto-datei assign to "KONTO.DAT"
               organization is indexed
               access mode is dynamic
               record key is kt-schluessel
               file status is konto-datei-status.
           select schaden-datei assign to "SCHADEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is sc-schaden-nr
               file status is schaden-datei-status.
           select historie-datei assign to "VLHIST.DAT"
               organization is line sequential
               file status is historie-datei-status.
           select audarchf-datei assign to "AUDARCHF.DAT"
               organization is indexed
               access mode is dynamic
               record key is aa-schluessel
               file status is audarchf-status.
           select audarchb-datei assign to "AUDARCHB.DAT"
               organization is indexed
               access mode is dynamic
               record key is ab-schluessel
               file status is audarchb-status.
           select tages-datei assign to tages-dateiname
               organization is line sequential
               file status is tages-datei-status.
           select zwischen-datei assign to "AUDIT-ANONYM.TMP"
               organization is line sequential
               file status is zwischen-datei-status.
           select hist-zwischen-datei assign to "VLHIST-ANONYM.TMP"
               organization is line sequential
               file status is hist-zwischen-status.
           select aa-zwischen-datei assign to "AUDARCHF-ANONYM.TMP"
               organization is line sequential
               file status is aa-zwischen-status.
           select param-datei assign to "PARAM.DAT"
               organization is indexed
               access mode is dynamic
               record key is pm-schluessel
               file status is param-datei-status.
           select bediener-datei assign to "BEDIENER.DAT"
               organization is indexed
               access mode is dynamic
               record key is bd-id
               file status is bediener-datei-status.
           select bericht-datei assign to "ANONYMBERICHT.TXT"
               organization is line sequential
               file status is bericht-status.
           select audit-datei assign to audit-dateiname
               organization is line sequential
               file status is audit-datei-status.
       data division.
       file section.
       fd  kunden-datei.
       01  kunden-satz.
               03  kd-kunden-nr         pic 9(5).
               03  kd-name              pic x(30).
               03  kd-strasse           pic x(30).
               03  kd-ort               pic x(30).
               03  kd-telefon           pic x(15).
               03  kd-status            pic x.
               03  kd-geburtsdatum      pic 9(8).
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
       fd  konto-datei.
       01  konto-satz.
               03  kt-schluessel.
                       05  kt-kunden-nr        pic 9(5).
                       05  kt-lfd-nr           pic 9(5).
               03  kt-datum             pic 9(8).
               03  kt-buchungsart       pic x(12).
               03  kt-soll-haben        pic x.
               03  kt-betrag            pic 9(5)v99.
               03  kt-text              pic x(40).
               03  kt-bediener          pic x(10).
       fd  schaden-datei.
       01  schaden-satz.
               03  sc-schaden-nr        pic 9(5).
               03  sc-film-nr           pic 9(5).
               03  sc-kopie-nr          pic 9(2).
               03  sc-kunden-nr         pic 9(5).
               03  sc-datum-aus         pic 9(8).
               03  sc-datum-faellig     pic 9(8).
               03  sc-datum-rueck       pic 9(8).
               03  sc-zustand           pic x(20).
               03  sc-schadensart       pic x(30).
               03  sc-bediener          pic x(10).
               03  sc-status            pic x.
               03  sc-erledigt-datum    pic 9(8).
               03  sc-erledigt-bediener pic x(10).
       fd  historie-datei.
       01  historie-satz                       pic x(100).
       fd  audarchf-datei.
       01  audarchf-satz.
               03  aa-schluessel.
                       05  aa-film-name        pic x(20).
                       05  aa-datum            pic 9(8).
                       05  aa-zeit             pic 9(8).
                       05  aa-lfd              pic 9(4).
               03  aa-bediener          pic x(10).
               03  aa-aktion            pic x(12).
               03  aa-vor-jahr          pic x(4).
               03  aa-vor-beschreibung  pic x(100).
               03  aa-nach-jahr         pic x(4).
               03  aa-nach-beschreibung pic x(100).
       fd  audarchb-datei.
       01  audarchb-satz.
               03  ab-schluessel.
                       05  ab-bediener         pic x(10).
                       05  ab-datum            pic 9(8).
                       05  ab-zeit             pic 9(8).
                       05  ab-lfd              pic 9(4).
               03  ab-film-name         pic x(20).
               03  ab-aktion            pic x(12).
               03  ab-vor-jahr          pic x(4).
               03  ab-vor-beschreibung  pic x(100).
               03  ab-nach-jahr         pic x(4).
               03  ab-nach-beschreibung pic x(100).
       fd  tages-datei.
       01  tages-satz                          pic x(280).
       fd  zwischen-datei.
       01  zwischen-satz                       pic x(280).
       fd  hist-zwischen-datei.
       01  hist-zwischen-satz                  pic x(100).
       fd  aa-zwischen-datei.
       01  aa-zwischen-satz                    pic x(270).
       fd  param-datei.
       01  param-satz.
               03  pm-schluessel        pic x(8).
               03  pm-leihfrist         pic 9(3).
               03  pm-vormerk-frist     pic 9(3).
               03  pm-frist-stufe-1     pic 9(3).
               03  pm-frist-stufe-2     pic 9(3).
               03  pm-frist-stufe-3     pic 9(3).
               03  pm-gebuehr-stufe-1   pic 9(3)v99.
               03  pm-gebuehr-stufe-2   pic 9(3)v99.
               03  pm-gebuehr-stufe-3   pic 9(3)v99.
               03  pm-jahr-min          pic 9(4).
               03  pm-jahr-max          pic 9(4).
               03  pm-leihgebuehr-vhs   pic 9(3)v99.
               03  pm-leihgebuehr-dvd   pic 9(3)v99.
               03  pm-geaendert-am      pic 9(8).
               03  pm-geaendert-von     pic x(10).
               03  pm-anonym-jahre      pic 9(2).
               03  filler               pic x(38).
       fd  bediener-datei.
       01  bediener-satz.
               03  bd-id                pic x(10).
               03  bd-name              pic x(30).
               03  bd-passwort          pic x(10).
               03  bd-rolle             pic 9.
       fd  bericht-datei.
       01  bericht-zeile                pic x(132).
       fd  audit-datei.
       01  audit-satz                          pic x(280).
       working-storage section.
       01  kunden-datei-status                 pic xx.
       01  verleih-datei-status                pic xx.
       01  reserv-datei-status                 pic xx.
       01  konto-datei-status                  pic xx.
       01  schaden-datei-status                pic xx.
       01  historie-datei-status               pic xx.
       01  audarchf-status                     pic xx.
       01  audarchb-status                     pic xx.
       01  tages-datei-status                  pic xx.
       01  tages-dateiname                     pic x(30).
       01  zwischen-datei-status               pic xx.
       01  param-datei-status                  pic xx.
       01  hist-zwischen-status                pic xx.
       01  aa-zwischen-status                  pic xx.
       01  bediener-datei-status               pic xx.
       01  bericht-status                      pic xx.
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
       01  ws-anonym-jahre                     pic 9(2) value 5.
       01  ws-heute-datum                      pic 9(8).
       01  ws-heute-tage                       pic 9(7).
       01  ws-stichtag                         pic 9(8).
       01  ws-such-jahre-tage                  pic 9(5) value 3660.
       01  ws-sweep-von                        pic 9(7).
       01  ws-sweep-lfd                        pic 9(7).
       01  ws-tages-datum                      pic 9(8).
       01  ws-ja-nein                          pic x.
                       88  ja-gewaehlt value "J".
       01  ws-kd-anzahl                        pic 9(5) value zero.
       01  ws-kd-max                           pic 9(5) value 20000.
       01  ws-kd-voll-gemeldet                 pic x value "N".
                       88  kd-voll-gemeldet value "J".
       01  ws-kd-tabelle.
               03  ws-kd-satz occurs 1 to 20000 times
                               depending on ws-kd-anzahl
                               ascending key ws-kd-nr
                               indexed by ws-kd-ix.
                       05  ws-kd-nr            pic 9(5).
                       05  ws-kd-letzte        pic 9(8).
                       05  ws-kd-sperre        pic x.
                       05  ws-kd-saldo         pic s9(7)v99.
                       05  ws-kd-anonym        pic x.
       01  ws-such-nr-eingabe                  pic x(5).
       01  ws-such-nr redefines ws-such-nr-eingabe
                                                pic 9(5).
       01  ws-such-gefunden                    pic x.
                       88  such-gefunden value "J".
       01  ws-such-datum                       pic 9(8).
       01  ws-feld-film                        pic x(20).
       01  ws-feld-kopie                       pic x(2).
       01  ws-feld-kunde                       pic x(5).
       01  ws-feld-aus                         pic x(8).
       01  ws-feld-aus-num redefines ws-feld-aus
                                                pic 9(8).
       01  ws-feld-faellig                     pic x(8).
       01  ws-feld-rueck                       pic x(8).
       01  ws-feld-rueck-num redefines ws-feld-rueck
                                                pic 9(8).
       01  ws-pr-datum                         pic x(8).
       01  ws-pr-datum-num redefines ws-pr-datum
                                                pic 9(8).
       01  ws-pr-zeit                          pic x(8).
       01  ws-pr-bediener                      pic x(10).
       01  ws-pr-aktion                        pic x(12).
       01  ws-pr-name                          pic x(20).
       01  ws-pr-vor-jahr                      pic x(4).
       01  ws-pr-vor                           pic x(100).
       01  ws-pr-nach-jahr                     pic x(4).
       01  ws-pr-nach                          pic x(100).
       01  ws-pr-geaendert                     pic x.
                       88  pr-geaendert value "J".
       01  ws-datei-geaendert                  pic x.
                       88  datei-geaendert value "J".
       01  ws-text                             pic x(100).
       01  ws-text-pos                         pic 9(3).
       01  ws-text-start                       pic 9(3).
       01  ws-name-start                       pic 9(3).
       01  ws-name-laenge                      pic 9(3).
       01  ws-neutral-nr                       pic 9(5) value zero.
       01  ws-len-film                         pic 9(3).
       01  ws-len-kopie                        pic 9(3).
       01  ws-len-kunde                        pic 9(3).
       01  ws-hist-pos                         pic 9(3).
       01  ws-konto-puffer                     pic x(88).
       01  ws-konto-lfd-neutral                pic 9(5).
       01  ws-konto-weiter                     pic x.
                       88  konto-weiter value "J".
       01  ws-aa-lfd-versuche                  pic 9(4).
       01  ws-aa-geschrieben                   pic x.
                       88  aa-geschrieben value "J".
       01  ws-ersetzt-zaehler                  pic 9(7) value zero.
       01  ws-grund-text                       pic x(30).
       01  ws-kandidat-zaehler                 pic 9(5) value zero.
       01  ws-gesperrt-zaehler                 pic 9(5) value zero.
       01  ws-anonym-zaehler                   pic 9(5) value zero.
       01  ws-protokoll-zaehler                pic 9(7) value zero.
       01  ws-zaehler-ausgabe                  pic zzzzzz9.
       01  ws-zeilen-auf-seite                 pic 9(3) value zero.
       01  ws-max-zeilen-pro-seite             pic 9(3) value 50.
       01  ws-seitenzahl                       pic 9(3) value zero.
       01  ws-seitenzahl-ausgabe               pic zz9.
       procedure division.
       haupt-programm section.
        perform anmeldung
        if not rolle-supervisor
                display "Die Anonymisierung ist Supervisoren "
                        &"vorbehalten."
                stop run
        end-if
        perform parameter-laden
        accept ws-audit-datum from date yyyymmdd
        string "AUDIT-" delimited by size
                ws-audit-datum delimited by size
                ".LOG" delimited by size
                into audit-dateiname
        accept ws-heute-datum from date yyyymmdd
        compute ws-heute-tage
                = function integer-of-date(ws-heute-datum)
        compute ws-stichtag = function date-of-integer
                (ws-heute-tage - ws-anonym-jahre * 365)
        display "Anonymisierung von Kunden ohne Aktivitaet seit "
                ws-anonym-jahre " Jahren (vor " ws-stichtag ")."
        perform kunden-laden
        if ws-kd-anzahl = zero
                display "Keine aktiven Kunden vorhanden, nichts zu "
                        &"tun."
                stop run
        end-if
        perform verleihe-pruefen
        perform vormerkungen-pruefen
        perform konto-pruefen
        perform schaeden-pruefen
        perform historie-pruefen
        perform archiv-aktivitaet-pruefen
        compute ws-sweep-von = ws-heute-tage - ws-such-jahre-tage
        perform tagesprotokoll-aktivitaet
                varying ws-sweep-lfd from ws-sweep-von by 1
                until ws-sweep-lfd > ws-heute-tage
        open output bericht-datei
        perform seiten-kopf-schreiben
        move "Kunde Name                           Letzte Aktivitaet"
                &"  Ergebnis" to bericht-zeile
        perform bericht-zeile-schreiben
        perform kandidaten-ermitteln
        move spaces to bericht-zeile
        perform bericht-zeile-schreiben
        move ws-kandidat-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Kunden zur Anonymisierung:    " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move ws-gesperrt-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Zurueckgestellte Kunden:      " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        close bericht-datei
        display "Bericht erzeugt: ANONYMBERICHT.TXT"
        move ws-kandidat-zaehler to ws-zaehler-ausgabe
        display "Kunden zur Anonymisierung: " ws-zaehler-ausgabe
        if ws-kandidat-zaehler = zero
                stop run
        end-if
        move space to ws-ja-nein
        display "Sollen diese Kunden jetzt anonymisiert werden? "
                &"(J/N)"
        accept ws-ja-nein
        inspect ws-ja-nein converting "j" to "J"
        if not ja-gewaehlt
                display "Keine Kunden anonymisiert."
                stop run
        end-if
        perform kunden-anonymisieren
        perform historie-anonymisieren
        perform konto-anonymisieren
        perform schaeden-anonymisieren
        perform vormerkungen-anonymisieren
        perform archiv-film-bereinigen
        perform archiv-film-nachtragen
        perform archiv-bediener-bereinigen
        perform tagesprotokoll-bereinigen
                varying ws-sweep-lfd from ws-sweep-von by 1
                until ws-sweep-lfd > ws-heute-tage
        perform anonymisierung-audit
                varying ws-kd-ix from 1 by 1
                until ws-kd-ix > ws-kd-anzahl
        move ws-anonym-zaehler to ws-zaehler-ausgabe
        display "Anonymisierte Kunden:        " ws-zaehler-ausgabe
        move ws-protokoll-zaehler to ws-zaehler-ausgabe
        display "Bereinigte Protokollsaetze:  " ws-zaehler-ausgabe
        move ws-ersetzt-zaehler to ws-zaehler-ausgabe
        display "Ersetzte Kundennummern:      " ws-zaehler-ausgabe
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

       kunden-laden section.
        open input kunden-datei
        if kunden-datei-status = "35"
                close kunden-datei
        else
                move zero to kd-kunden-nr
                start kunden-datei key is not less than kd-kunden-nr
                        invalid key move "10" to kunden-datei-status
                end-start
                perform until kunden-datei-status is not equal "00"
                        read kunden-datei next record
                                at end move "10"
                                        to kunden-datei-status
                                not at end
                                        if kd-status not equal "X"
                                                perform
                                                  kunde-aufnehmen
                                        end-if
                        end-read
                end-perform
                close kunden-datei
        end-if
        exit.

       kunde-aufnehmen section.
        if ws-kd-anzahl < ws-kd-max
                add 1 to ws-kd-anzahl
                move kd-kunden-nr to ws-kd-nr(ws-kd-anzahl)
                move zero to ws-kd-letzte(ws-kd-anzahl)
                move space to ws-kd-sperre(ws-kd-anzahl)
                move zero to ws-kd-saldo(ws-kd-anzahl)
                move "N" to ws-kd-anonym(ws-kd-anzahl)
        else
                if not kd-voll-gemeldet
                        move "J" to ws-kd-voll-gemeldet
                        display "Kundentabelle voll, weitere Kunden "
                                &"werden in diesem Lauf nicht "
                                &"beruecksichtigt."
                end-if
        end-if
        exit.

       kunde-suchen section.
        move "N" to ws-such-gefunden
        search all ws-kd-satz
                at end continue
                when ws-kd-nr(ws-kd-ix) = ws-such-nr
                        move "J" to ws-such-gefunden
        end-search
        exit.

       aktivitaet-eintragen section.
        perform kunde-suchen
        if such-gefunden
                and ws-such-datum > ws-kd-letzte(ws-kd-ix)
                move ws-such-datum to ws-kd-letzte(ws-kd-ix)
        end-if
        exit.

       verleihe-pruefen section.
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
                                        move vl-kunden-nr to ws-such-nr
                                        move vl-datum-aus
                                                to ws-such-datum
                                        perform aktivitaet-eintragen
                                        if such-gefunden
                                                move "V" to
                                                  ws-kd-sperre(ws-kd-ix)
                                        end-if
                        end-read
                end-perform
                close verleih-datei
        end-if
        exit.

       vormerkungen-pruefen section.
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
                                        move rs-kunden-nr to ws-such-nr
                                        move rs-datum to ws-such-datum
                                        perform aktivitaet-eintragen
                                        if such-gefunden
                                           and rs-verfall
                                           not less than ws-heute-datum
                                                move "R" to
                                                  ws-kd-sperre(ws-kd-ix)
                                        end-if
                        end-read
                end-perform
                close reserv-datei
        end-if
        exit.

       konto-pruefen section.
        open input konto-datei
        if konto-datei-status = "35"
                close konto-datei
        else
                move zero to kt-kunden-nr
                move zero to kt-lfd-nr
                start konto-datei key is not less than kt-schluessel
                        invalid key move "10" to konto-datei-status
                end-start
                perform until konto-datei-status
                                is not equal "00"
                        read konto-datei next record
                                at end move "10"
                                        to konto-datei-status
                                not at end
                                        perform konto-buchung-pruefen
                        end-read
                end-perform
                close konto-datei
        end-if
        exit.

       konto-buchung-pruefen section.
        move kt-kunden-nr to ws-such-nr
        move kt-datum to ws-such-datum
        perform aktivitaet-eintragen
        if such-gefunden
                if kt-soll-haben = "H"
                        subtract kt-betrag from ws-kd-saldo(ws-kd-ix)
                else
                        add kt-betrag to ws-kd-saldo(ws-kd-ix)
                end-if
        end-if
        exit.

       schaeden-pruefen section.
        open input schaden-datei
        if schaden-datei-status = "35"
                close schaden-datei
        else
                move zero to sc-schaden-nr
                start schaden-datei key is not less than sc-schaden-nr
                        invalid key move "10" to schaden-datei-status
                end-start
                perform until schaden-datei-status
                                is not equal "00"
                        read schaden-datei next record
                                at end move "10"
                                        to schaden-datei-status
                                not at end
                                        perform schaden-pruefen
                        end-read
                end-perform
                close schaden-datei
        end-if
        exit.

       schaden-pruefen section.
        move sc-kunden-nr to ws-such-nr
        move sc-datum-rueck to ws-such-datum
        perform aktivitaet-eintragen
        if such-gefunden
                if sc-erledigt-datum is numeric
                        move sc-erledigt-datum to ws-such-datum
                        perform aktivitaet-eintragen
                end-if
                if sc-status = "O"
                        move "S" to ws-kd-sperre(ws-kd-ix)
                end-if
        end-if
        exit.

       historie-pruefen section.
        open input historie-datei
        if historie-datei-status = "35"
                close historie-datei
        else
                perform until historie-datei-status
                                is not equal "00"
                        read historie-datei
                                at end move "10"
                                        to historie-datei-status
                                not at end
                                        perform historie-satz-pruefen
                        end-read
                end-perform
                close historie-datei
        end-if
        exit.

       historie-satz-pruefen section.
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
        if ws-feld-kunde is numeric
                move ws-feld-kunde to ws-such-nr-eingabe
                if ws-feld-aus is numeric
                        move ws-feld-aus-num to ws-such-datum
                        perform aktivitaet-eintragen
                end-if
                if ws-feld-rueck is numeric
                        move ws-feld-rueck-num to ws-such-datum
                        perform aktivitaet-eintragen
                end-if
        end-if
        exit.

       archiv-aktivitaet-pruefen section.
        open input audarchf-datei
        if audarchf-status = "35"
                close audarchf-datei
        else
                move spaces to aa-film-name
                move "KUNDE " to aa-film-name
                move zero to aa-datum
                move zero to aa-zeit
                move zero to aa-lfd
                start audarchf-datei key is not less than
                        aa-schluessel
                        invalid key move "10" to audarchf-status
                end-start
                perform until audarchf-status is not equal "00"
                        read audarchf-datei next record
                                at end move "10" to audarchf-status
                                not at end
                                        if aa-film-name(1:6)
                                                not equal "KUNDE "
                                                move "10"
                                                  to audarchf-status
                                        else
                                                move aa-film-name
                                                  to ws-pr-name
                                                move aa-aktion
                                                  to ws-pr-aktion
                                                move aa-datum
                                                  to ws-pr-datum-num
                                                perform
                                                  protokoll-aktivitaet
                                        end-if
                        end-read
                end-perform
                close audarchf-datei
        end-if
        exit.

       tagesprotokoll-aktivitaet section.
        perform tagesdateiname-bilden
        open input tages-datei
        if tages-datei-status = "35"
                close tages-datei
        else
                perform until tages-datei-status is not equal "00"
                        read tages-datei
                                at end move "10"
                                        to tages-datei-status
                                not at end
                                        perform tages-satz-zerlegen
                                        perform protokoll-aktivitaet
                        end-read
                end-perform
                close tages-datei
        end-if
        exit.

       protokoll-aktivitaet section.
        if ws-pr-name(1:6) = "KUNDE "
                and ws-pr-name(7:5) is numeric
                and ws-pr-aktion not equal "AUSKUNFT"
                and ws-pr-datum is numeric
                move ws-pr-name(7:5) to ws-such-nr-eingabe
                move ws-pr-datum-num to ws-such-datum
                perform aktivitaet-eintragen
        end-if
        exit.

       tagesdateiname-bilden section.
        compute ws-tages-datum
                = function date-of-integer(ws-sweep-lfd)
        move spaces to tages-dateiname
        string "AUDIT-" delimited by size
                ws-tages-datum delimited by size
                ".LOG" delimited by size
                into tages-dateiname
        end-string
        exit.

       tages-satz-zerlegen section.
        move spaces to ws-pr-datum
        move spaces to ws-pr-zeit
        move spaces to ws-pr-bediener
        move spaces to ws-pr-aktion
        move spaces to ws-pr-name
        move spaces to ws-pr-vor-jahr
        move spaces to ws-pr-vor
        move spaces to ws-pr-nach-jahr
        move spaces to ws-pr-nach
        unstring tages-satz delimited by ";"
                into ws-pr-datum
                        ws-pr-zeit
                        ws-pr-bediener
                        ws-pr-aktion
                        ws-pr-name
                        ws-pr-vor-jahr
                        ws-pr-vor
                        ws-pr-nach-jahr
                        ws-pr-nach
        end-unstring
        exit.

       kandidaten-ermitteln section.
        open input kunden-datei
        perform kandidat-pruefen
                varying ws-kd-ix from 1 by 1
                until ws-kd-ix > ws-kd-anzahl
        close kunden-datei
        exit.

       kandidat-pruefen section.
        if ws-kd-letzte(ws-kd-ix) not less than ws-stichtag
                continue
        else
                move spaces to ws-grund-text
                evaluate true
                        when ws-kd-sperre(ws-kd-ix) = "V"
                                move "zurueck: offene Ausleihe"
                                        to ws-grund-text
                        when ws-kd-sperre(ws-kd-ix) = "R"
                                move "zurueck: aktive Vormerkung"
                                        to ws-grund-text
                        when ws-kd-sperre(ws-kd-ix) = "S"
                                move "zurueck: offener Schadensfall"
                                        to ws-grund-text
                        when ws-kd-saldo(ws-kd-ix) not equal zero
                                move "zurueck: Kontosaldo offen"
                                        to ws-grund-text
                        when other
                                move "J" to ws-kd-anonym(ws-kd-ix)
                                move "wird anonymisiert"
                                        to ws-grund-text
                end-evaluate
                if ws-kd-anonym(ws-kd-ix) = "J"
                        add 1 to ws-kandidat-zaehler
                else
                        add 1 to ws-gesperrt-zaehler
                end-if
                move ws-kd-nr(ws-kd-ix) to kd-kunden-nr
                read kunden-datei
                        invalid key move spaces to kd-name
                end-read
                move spaces to bericht-zeile
                string ws-kd-nr(ws-kd-ix) delimited by size
                        " " delimited by size
                        kd-name delimited by size
                        " " delimited by size
                        ws-kd-letzte(ws-kd-ix) delimited by size
                        "           " delimited by size
                        ws-grund-text delimited by size
                        into bericht-zeile
                end-string
                perform bericht-zeile-schreiben
        end-if
        exit.

       kunden-anonymisieren section.
        open i-o kunden-datei
        perform kunde-anonymisieren
                varying ws-kd-ix from 1 by 1
                until ws-kd-ix > ws-kd-anzahl
        close kunden-datei
        exit.

       kunde-anonymisieren section.
        if ws-kd-anonym(ws-kd-ix) = "J"
                move ws-kd-nr(ws-kd-ix) to kd-kunden-nr
                read kunden-datei
                        invalid key
                                move "N" to ws-kd-anonym(ws-kd-ix)
                        not invalid key
                                move "ANONYMISIERT" to kd-name
                                move spaces to kd-strasse
                                move spaces to kd-ort
                                move spaces to kd-telefon
                                move zero to kd-geburtsdatum
                                move "X" to kd-status
                                rewrite kunden-satz
                                        invalid key
                                                move "N" to
                                                  ws-kd-anonym(ws-kd-ix)
                                        not invalid key
                                                add 1 to
                                                  ws-anonym-zaehler
                                end-rewrite
                end-read
        end-if
        exit.

       protokoll-bereinigen section.
        move "N" to ws-pr-geaendert
        if ws-pr-name(1:6) = "KUNDE "
                and ws-pr-name(7:5) is numeric
                move ws-pr-name(7:5) to ws-such-nr-eingabe
                perform kunde-suchen
                if such-gefunden
                        and ws-kd-anonym(ws-kd-ix) = "J"
                        move ws-neutral-nr to ws-pr-name(7:5)
                        move "J" to ws-pr-geaendert
                        if ws-pr-aktion(1:3) = "KD-"
                                or ws-pr-aktion = "MAHNSPERRE"
                                perform kundenstamm-text-bereinigen
                        end-if
                end-if
        end-if
        move ws-pr-vor to ws-text
        perform text-bereinigen
        move ws-text to ws-pr-vor
        move ws-pr-nach to ws-text
        perform text-bereinigen
        move ws-text to ws-pr-nach
        if pr-geaendert
                add 1 to ws-protokoll-zaehler
        end-if
        exit.

       kundenstamm-text-bereinigen section.
        if ws-pr-vor not equal spaces
                and ws-pr-vor not equal "ANONYMISIERT"
                move "ANONYMISIERT" to ws-pr-vor
        end-if
        if ws-pr-nach not equal spaces
                and ws-pr-nach not equal "ANONYMISIERT"
                move "ANONYMISIERT" to ws-pr-nach
        end-if
        exit.

       text-bereinigen section.
        move 1 to ws-text-start
        perform until ws-text-start > 90
                move zero to ws-text-pos
                inspect ws-text(ws-text-start:) tallying ws-text-pos
                        for characters before initial "Kunde "
                compute ws-text-pos = ws-text-start + ws-text-pos
                if ws-text-pos > 90
                        move 101 to ws-text-start
                else
                        compute ws-text-start = ws-text-pos + 6
                        if ws-text(ws-text-pos + 6:5) is numeric
                                perform text-kunde-bereinigen
                        end-if
                end-if
        end-perform
        exit.

       text-kunde-bereinigen section.
        move ws-text(ws-text-pos + 6:5) to ws-such-nr-eingabe
        perform kunde-suchen
        if such-gefunden
                and ws-kd-anonym(ws-kd-ix) = "J"
                move ws-neutral-nr to ws-text(ws-text-pos + 6:5)
                move "J" to ws-pr-geaendert
                compute ws-name-start = ws-text-pos + 12
                if ws-name-start < 101
                        move zero to ws-name-laenge
                        inspect ws-text(ws-name-start:) tallying
                                ws-name-laenge for characters
                                before initial "Kunde "
                        if ws-name-start + ws-name-laenge < 101
                                and ws-name-laenge > 1
                                subtract 1 from ws-name-laenge
                        end-if
                        if ws-name-laenge > zero
                           and ws-text(ws-name-start:ws-name-laenge)
                                not equal spaces
                                move "ANONYMISIERT" to
                                   ws-text(ws-name-start:ws-name-laenge)
                        end-if
                end-if
        end-if
        exit.

       historie-anonymisieren section.
        move "N" to ws-datei-geaendert
        open input historie-datei
        if historie-datei-status = "35"
                close historie-datei
        else
                open output hist-zwischen-datei
                perform until historie-datei-status
                                is not equal "00"
                        read historie-datei
                                at end move "10"
                                        to historie-datei-status
                                not at end
                                        perform historie-satz-anonym
                        end-read
                end-perform
                close historie-datei
                close hist-zwischen-datei
                if datei-geaendert
                        perform historie-zurueckschreiben
                end-if
                delete file hist-zwischen-datei
        end-if
        exit.

       historie-satz-anonym section.
        move spaces to ws-feld-film
        move spaces to ws-feld-kopie
        move spaces to ws-feld-kunde
        move zero to ws-len-film
        move zero to ws-len-kopie
        move zero to ws-len-kunde
        unstring historie-satz delimited by ";"
                into ws-feld-film count in ws-len-film
                        ws-feld-kopie count in ws-len-kopie
                        ws-feld-kunde count in ws-len-kunde
        end-unstring
        if ws-len-kunde = 5
                and ws-feld-kunde is numeric
                move ws-feld-kunde to ws-such-nr-eingabe
                perform kunde-suchen
                if such-gefunden
                        and ws-kd-anonym(ws-kd-ix) = "J"
                        compute ws-hist-pos
                                = ws-len-film + ws-len-kopie + 3
                        move ws-neutral-nr
                                to historie-satz(ws-hist-pos:5)
                        move "J" to ws-datei-geaendert
                        add 1 to ws-ersetzt-zaehler
                end-if
        end-if
        move historie-satz to hist-zwischen-satz
        write hist-zwischen-satz
        exit.

       historie-zurueckschreiben section.
        open input hist-zwischen-datei
        open output historie-datei
        perform until hist-zwischen-status is not equal "00"
                read hist-zwischen-datei
                        at end move "10" to hist-zwischen-status
                        not at end
                                move hist-zwischen-satz
                                        to historie-satz
                                write historie-satz
                end-read
        end-perform
        close hist-zwischen-datei
        close historie-datei
        display "Verleihhistorie VLHIST.DAT ist bereinigt."
        exit.

       konto-anonymisieren section.
        open i-o konto-datei
        if konto-datei-status = "35"
                close konto-datei
        else
                perform konto-neutral-lfd-ermitteln
                perform konto-kunde-umbuchen
                        varying ws-kd-ix from 1 by 1
                        until ws-kd-ix > ws-kd-anzahl
                close konto-datei
        end-if
        exit.

       konto-neutral-lfd-ermitteln section.
        move zero to ws-konto-lfd-neutral
        move ws-neutral-nr to kt-kunden-nr
        move zero to kt-lfd-nr
        start konto-datei key is not less than kt-schluessel
                invalid key move "10" to konto-datei-status
        end-start
        perform until konto-datei-status is not equal "00"
                read konto-datei next record
                        at end move "10" to konto-datei-status
                        not at end
                                if kt-kunden-nr = ws-neutral-nr
                                        move kt-lfd-nr
                                                to ws-konto-lfd-neutral
                                else
                                        move "10" to konto-datei-status
                                end-if
                end-read
        end-perform
        exit.

       konto-kunde-umbuchen section.
        if ws-kd-anonym(ws-kd-ix) = "J"
                move "J" to ws-konto-weiter
                perform until not konto-weiter
                        move "N" to ws-konto-weiter
                        move ws-kd-nr(ws-kd-ix) to kt-kunden-nr
                        move zero to kt-lfd-nr
                        start konto-datei key is not less than
                                kt-schluessel
                                invalid key continue
                                not invalid key
                                        read konto-datei next record
                                                at end continue
                                                not at end
                                                  perform
                                                  konto-satz-umbuchen
                                        end-read
                        end-start
                end-perform
        end-if
        exit.

       konto-satz-umbuchen section.
        if kt-kunden-nr = ws-kd-nr(ws-kd-ix)
                if ws-konto-lfd-neutral not less than 99999
                        display "Kontobuchungen von Kunde "
                                ws-kd-nr(ws-kd-ix) " nicht umgesetzt, "
                                &"Buchungsnummern erschoepft."
                else
                        move konto-satz to ws-konto-puffer
                        delete konto-datei
                                invalid key
                                        display "Kontobuchung nicht "
                                                &"umgesetzt: "
                                                kt-kunden-nr " "
                                                kt-lfd-nr
                                not invalid key
                                        perform konto-satz-neutral
                        end-delete
                end-if
        end-if
        exit.

       konto-satz-neutral section.
        move ws-konto-puffer to konto-satz
        add 1 to ws-konto-lfd-neutral
        move ws-neutral-nr to kt-kunden-nr
        move ws-konto-lfd-neutral to kt-lfd-nr
        write konto-satz
                invalid key
                        display "Kontobuchung konnte nicht unter "
                                &"Kundennummer " ws-neutral-nr
                                " geschrieben werden: " kt-lfd-nr
                not invalid key
                        add 1 to ws-ersetzt-zaehler
                        move "J" to ws-konto-weiter
        end-write
        exit.

       schaeden-anonymisieren section.
        open i-o schaden-datei
        if schaden-datei-status = "35"
                close schaden-datei
        else
                move zero to sc-schaden-nr
                start schaden-datei key is not less than sc-schaden-nr
                        invalid key move "10" to schaden-datei-status
                end-start
                perform until schaden-datei-status
                                is not equal "00"
                        read schaden-datei next record
                                at end move "10"
                                        to schaden-datei-status
                                not at end
                                        perform schaden-satz-anonym
                        end-read
                end-perform
                close schaden-datei
        end-if
        exit.

       schaden-satz-anonym section.
        move sc-kunden-nr to ws-such-nr
        perform kunde-suchen
        if such-gefunden
                and ws-kd-anonym(ws-kd-ix) = "J"
                move ws-neutral-nr to sc-kunden-nr
                rewrite schaden-satz
                        invalid key
                                display "Schadensfall nicht "
                                        &"bereinigt: " sc-schaden-nr
                        not invalid key
                                add 1 to ws-ersetzt-zaehler
                end-rewrite
        end-if
        exit.

       vormerkungen-anonymisieren section.
        open i-o reserv-datei
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
                                        perform vormerk-satz-anonym
                        end-read
                end-perform
                close reserv-datei
        end-if
        exit.

       vormerk-satz-anonym section.
        move rs-kunden-nr to ws-such-nr
        perform kunde-suchen
        if such-gefunden
                and ws-kd-anonym(ws-kd-ix) = "J"
                move ws-neutral-nr to rs-kunden-nr
                rewrite reserv-satz
                        invalid key
                                display "Vormerkung nicht "
                                        &"bereinigt: " rs-film-nr " "
                                        rs-lfd-nr
                        not invalid key
                                add 1 to ws-ersetzt-zaehler
                end-rewrite
        end-if
        exit.

       archiv-film-bereinigen section.
        open output aa-zwischen-datei
        open i-o audarchf-datei
        if audarchf-status = "35"
                close audarchf-datei
        else
                move low-values to aa-schluessel
                start audarchf-datei key is not less than
                        aa-schluessel
                        invalid key move "10" to audarchf-status
                end-start
                perform until audarchf-status is not equal "00"
                        read audarchf-datei next record
                                at end move "10" to audarchf-status
                                not at end
                                        perform archiv-film-satz
                        end-read
                end-perform
                close audarchf-datei
        end-if
        close aa-zwischen-datei
        exit.

       archiv-film-satz section.
        move aa-film-name to ws-pr-name
        move aa-aktion to ws-pr-aktion
        move aa-vor-beschreibung to ws-pr-vor
        move aa-nach-beschreibung to ws-pr-nach
        perform protokoll-bereinigen
        if pr-geaendert
                if ws-pr-name not equal aa-film-name
                        delete audarchf-datei
                                invalid key
                                        display "Archivsatz nicht "
                                                &"bereinigt: "
                                                aa-film-name " "
                                                aa-datum
                                not invalid key
                                        move ws-pr-name to aa-film-name
                                        move ws-pr-vor
                                                to aa-vor-beschreibung
                                        move ws-pr-nach
                                                to aa-nach-beschreibung
                                        move audarchf-satz
                                                to aa-zwischen-satz
                                        write aa-zwischen-satz
                                        add 1 to ws-ersetzt-zaehler
                        end-delete
                else
                        move ws-pr-vor to aa-vor-beschreibung
                        move ws-pr-nach to aa-nach-beschreibung
                        rewrite audarchf-satz
                                invalid key
                                        display "Archivsatz nicht "
                                                &"bereinigt: "
                                                aa-film-name " "
                                                aa-datum
                        end-rewrite
                end-if
        end-if
        exit.

       archiv-film-nachtragen section.
        open input aa-zwischen-datei
        open i-o audarchf-datei
        if audarchf-status = "35"
                close audarchf-datei
        else
                perform until aa-zwischen-status is not equal "00"
                        read aa-zwischen-datei
                                at end move "10" to aa-zwischen-status
                                not at end
                                        move aa-zwischen-satz
                                                to audarchf-satz
                                        perform
                                          archiv-film-satz-schreiben
                        end-read
                end-perform
                close audarchf-datei
        end-if
        close aa-zwischen-datei
        delete file aa-zwischen-datei
        exit.

       archiv-film-satz-schreiben section.
        move "N" to ws-aa-geschrieben
        move zero to ws-aa-lfd-versuche
        perform until aa-geschrieben
                        or ws-aa-lfd-versuche > 9998
                write audarchf-satz
                        invalid key
                                add 1 to ws-aa-lfd-versuche
                                if aa-lfd < 9999
                                        add 1 to aa-lfd
                                else
                                        move zero to aa-lfd
                                end-if
                        not invalid key
                                move "J" to ws-aa-geschrieben
                end-write
        end-perform
        if not aa-geschrieben
                display "Archivsatz nicht nachgetragen: "
                        aa-film-name " " aa-datum
        end-if
        exit.

       archiv-bediener-bereinigen section.
        open i-o audarchb-datei
        if audarchb-status = "35"
                close audarchb-datei
        else
                move low-values to ab-schluessel
                start audarchb-datei key is not less than
                        ab-schluessel
                        invalid key move "10" to audarchb-status
                end-start
                perform until audarchb-status is not equal "00"
                        read audarchb-datei next record
                                at end move "10" to audarchb-status
                                not at end
                                        perform archiv-bediener-satz
                        end-read
                end-perform
                close audarchb-datei
        end-if
        exit.

       archiv-bediener-satz section.
        move ab-film-name to ws-pr-name
        move ab-aktion to ws-pr-aktion
        move ab-vor-beschreibung to ws-pr-vor
        move ab-nach-beschreibung to ws-pr-nach
        perform protokoll-bereinigen
        if pr-geaendert
                move ws-pr-name to ab-film-name
                move ws-pr-vor to ab-vor-beschreibung
                move ws-pr-nach to ab-nach-beschreibung
                rewrite audarchb-satz
                        invalid key
                                display "Archivsatz nicht bereinigt: "
                                        ab-bediener " " ab-datum
                end-rewrite
        end-if
        exit.

       tagesprotokoll-bereinigen section.
        perform tagesdateiname-bilden
        move "N" to ws-datei-geaendert
        open input tages-datei
        if tages-datei-status = "35"
                close tages-datei
        else
                open output zwischen-datei
                perform until tages-datei-status is not equal "00"
                        read tages-datei
                                at end move "10"
                                        to tages-datei-status
                                not at end
                                        perform tages-satz-bereinigen
                        end-read
                end-perform
                close tages-datei
                close zwischen-datei
                if datei-geaendert
                        perform tagesdatei-zurueckschreiben
                end-if
                delete file zwischen-datei
        end-if
        exit.

       tages-satz-bereinigen section.
        perform tages-satz-zerlegen
        perform protokoll-bereinigen
        if pr-geaendert
                move "J" to ws-datei-geaendert
                move spaces to zwischen-satz
                string ws-pr-datum delimited by size ";"
                        ws-pr-zeit delimited by size ";"
                        ws-pr-bediener delimited by size ";"
                        ws-pr-aktion delimited by size ";"
                        ws-pr-name delimited by size ";"
                        ws-pr-vor-jahr delimited by size ";"
                        ws-pr-vor delimited by size ";"
                        ws-pr-nach-jahr delimited by size ";"
                        ws-pr-nach delimited by size
                        into zwischen-satz
                end-string
        else
                move tages-satz to zwischen-satz
        end-if
        write zwischen-satz
        exit.

       tagesdatei-zurueckschreiben section.
        open input zwischen-datei
        open output tages-datei
        perform until zwischen-datei-status is not equal "00"
                read zwischen-datei
                        at end move "10" to zwischen-datei-status
                        not at end
                                move zwischen-satz to tages-satz
                                write tages-satz
                end-read
        end-perform
        close zwischen-datei
        close tages-datei
        display "Tagesdatei " tages-dateiname " ist bereinigt."
        exit.

       anonymisierung-audit section.
        if ws-kd-anonym(ws-kd-ix) = "J"
                move spaces to audit-name
                string "KUNDE " delimited by size
                        ws-kd-nr(ws-kd-ix) delimited by size
                        into audit-name
                end-string
                move zero to audit-vor-jahr
                move spaces to audit-vor-beschreibung
                string "Letzte Aktivitaet " delimited by size
                        ws-kd-letzte(ws-kd-ix) delimited by size
                        into audit-vor-beschreibung
                end-string
                move zero to audit-nach-jahr
                move "Kundendaten anonymisiert"
                        to audit-nach-beschreibung
                move "ANONYMISIERT" to audit-aktion
                perform audit-schreiben
        end-if
        exit.

       parameter-laden section.
        open input param-datei
        if param-datei-status = "35"
                close param-datei
        else
                move "SYSTEM" to pm-schluessel
                read param-datei
                        invalid key continue
                        not invalid key
                                if pm-anonym-jahre is numeric
                                   and pm-anonym-jahre > zero
                                        move pm-anonym-jahre
                                                to ws-anonym-jahre
                                end-if
                end-read
                close param-datei
        end-if
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
        string "Anonymisierung inaktiver Kunden, Stand "
                delimited by size
                ws-heute-datum delimited by size
                ", Stichtag " delimited by size
                ws-stichtag delimited by size
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
