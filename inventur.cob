       identification division.
       program-id. Tape-Inventur.
       environment division.
       input-output section.
       file-control.
           select zaehl-datei assign to "INVENTUR.CSV"
               organization is line sequential
               file status is zaehl-status.
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
           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-film-nr
               file status is film-datei-status.
           select archiv-datei assign to "FILMARCH.DAT"
               organization is indexed
               access mode is dynamic
               record key is af-film-nr
               file status is archiv-datei-status.
           select bediener-datei assign to "BEDIENER.DAT"
               organization is indexed
               access mode is dynamic
               record key is bd-id
               file status is bediener-datei-status.
           select bericht-datei assign to "INVENTURBERICHT.TXT"
               organization is line sequential
               file status is bericht-status.
           select audit-datei assign to audit-dateiname
               organization is line sequential
               file status is audit-datei-status.
       data division.
       file section.
       fd  zaehl-datei.
       01  zaehl-zeile                         pic x(80).
       fd  medien-datei.
       01  medien-satz.
               03  md-schluessel.
                       05  md-film-nr          pic 9(5).
                       05  md-kopie-nr         pic 9(2).
               03  md-medium                   pic x(3).
               03  md-zustand                  pic x(20).
                       88  kopie-nicht-im-bestand value "VERLOREN"
                               "ABGESCHRIEBEN".
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
       fd  film-datei.
       01  film-datei-satz.
               03  fd-film-nr           pic 9(5).
               03  fd-film-name         pic x(20).
               03  fd-film-jahr         pic 9(4).
               03  fd-film-beschreibung pic x(100).
               03  fd-film-stempel      pic 9(16).
               03  fd-film-fsk          pic 9(2).
       fd  archiv-datei.
       01  archiv-satz.
               03  af-film-nr           pic 9(5).
               03  af-film-name         pic x(20).
               03  af-film-jahr         pic 9(4).
               03  af-film-beschreibung pic x(100).
               03  af-film-stempel      pic 9(16).
               03  af-film-fsk          pic 9(2).
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
       01  zaehl-status                        pic xx.
       01  medien-datei-status                 pic xx.
       01  verleih-datei-status                pic xx.
       01  film-datei-status                   pic xx.
       01  ws-film-da                          pic x value "N".
                       88  film-da value "J".
       01  archiv-datei-status                 pic xx.
       01  ws-archiv-da                        pic x value "N".
                       88  archiv-da value "J".
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
       01  ws-audit-film-nr                    pic 9(5).
       01  ws-audit-film-titel                 pic x(20).
       01  ws-heute-datum                      pic 9(8).
       01  ws-verleih-da                       pic x.
                       88  verleih-da value "J".
       01  ws-ja-nein                          pic x.
                       88  ja-gewaehlt value "J".
       01  ws-iv-film                          pic x(5).
       01  ws-iv-film-nr redefines ws-iv-film  pic 9(5).
       01  ws-iv-titel                         pic x(20).
       01  ws-iv-kopie-eingabe                 pic x(2).
       01  ws-iv-kopie redefines ws-iv-kopie-eingabe
                                                pic 9(2).
       01  ws-iv-standort                      pic x(10).
       01  ws-iv-art                           pic x(10).
       01  ws-iv-text                          pic x(60).
       01  ws-iv-gefunden                      pic x.
                       88  iv-gefunden value "J".
       01  ws-alter-standort                   pic x(10).
       01  ws-inv-anzahl                       pic 9(4) value zero.
       01  ws-inv-max                          pic 9(4) value 2000.
       01  ws-inv-ix                           pic 9(4).
       01  ws-inv-tabelle.
               03  ws-inv-satz occurs 1 to 2000 times
                               depending on ws-inv-anzahl.
                       05  ws-it-film          pic 9(5).
                       05  ws-it-kopie         pic 9(2).
                       05  ws-it-standort      pic x(10).
                       05  ws-it-falsch        pic x.
       01  ws-inv-voll-gemeldet                pic x value "N".
                       88  inv-voll-gemeldet value "J".
       01  ws-gezaehlt-zaehler                 pic 9(5) value zero.
       01  ws-fehlt-zaehler                    pic 9(5) value zero.
       01  ws-unbekannt-zaehler                pic 9(5) value zero.
       01  ws-standort-zaehler                 pic 9(5) value zero.
       01  ws-verliehen-zaehler                pic 9(5) value zero.
       01  ws-verloren-zaehler                 pic 9(5) value zero.
       01  ws-doppelt-zaehler                  pic 9(5) value zero.
       01  ws-fehler-zaehler                   pic 9(5) value zero.
       01  ws-korrektur-zaehler                pic 9(5) value zero.
       01  ws-zaehler-ausgabe                  pic zzzz9.
       01  ws-zeilen-auf-seite                 pic 9(3) value zero.
       01  ws-max-zeilen-pro-seite             pic 9(3) value 50.
       01  ws-seitenzahl                       pic 9(3) value zero.
       01  ws-seitenzahl-ausgabe               pic zz9.
       procedure division.
       haupt-programm section.
        perform anmeldung
        accept ws-audit-datum from date yyyymmdd
        string "AUDIT-" delimited by size
                ws-audit-datum delimited by size
                ".LOG" delimited by size
                into audit-dateiname
        accept ws-heute-datum from date yyyymmdd
        open input zaehl-datei
        if zaehl-status = "35"
                display "Keine Zaehlliste INVENTUR.CSV gefunden, "
                        &"keine Inventur durchgefuehrt."
                stop run
        end-if
        open input medien-datei
        if medien-datei-status = "35"
                close medien-datei
                close zaehl-datei
                display "Kein Kopienbestand MEDIEN.DAT vorhanden, "
                        &"keine Inventur durchgefuehrt."
                stop run
        end-if
        move "N" to ws-verleih-da
        open input verleih-datei
        if verleih-datei-status = "35"
                close verleih-datei
        else
                move "J" to ws-verleih-da
        end-if
        perform filmdateien-oeffnen
        open output bericht-datei
        perform seiten-kopf-schreiben
        perform until zaehl-status is not equal "00"
                read zaehl-datei
                        at end move "10" to zaehl-status
                        not at end
                                perform zaehl-zeile-verarbeiten
                end-read
        end-perform
        close zaehl-datei
        perform fehlende-kopien-suchen
        perform filmdateien-schliessen
        close medien-datei
        if verleih-da
                close verleih-datei
        end-if
        perform zusammenfassung-schreiben
        close bericht-datei
        display "Bericht erzeugt: INVENTURBERICHT.TXT"
        move ws-gezaehlt-zaehler to ws-zaehler-ausgabe
        display "Gezaehlte Kopien:          " ws-zaehler-ausgabe
        move ws-fehlt-zaehler to ws-zaehler-ausgabe
        display "Fehlende Kopien:           " ws-zaehler-ausgabe
        move ws-unbekannt-zaehler to ws-zaehler-ausgabe
        display "Unbekannte Kopien:         " ws-zaehler-ausgabe
        move ws-standort-zaehler to ws-zaehler-ausgabe
        display "Falscher Standort:         " ws-zaehler-ausgabe
        move ws-verliehen-zaehler to ws-zaehler-ausgabe
        display "Im Regal, aber verliehen:  " ws-zaehler-ausgabe
        if ws-standort-zaehler > zero
                perform standort-korrektur-anbieten
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

       zaehl-zeile-verarbeiten section.
        if zaehl-zeile = spaces
                continue
        else
                move spaces to ws-iv-film
                move spaces to ws-iv-kopie-eingabe
                move spaces to ws-iv-standort
                unstring zaehl-zeile delimited by ";"
                        into ws-iv-film
                                ws-iv-kopie-eingabe
                                ws-iv-standort
                end-unstring
                if ws-iv-film is not numeric
                        or ws-iv-kopie-eingabe is not numeric
                        add 1 to ws-fehler-zaehler
                        move "FEHLER" to ws-iv-art
                        move spaces to ws-iv-text
                        string "Zeile nicht lesbar: "
                                delimited by size
                                zaehl-zeile delimited by size
                                into ws-iv-text
                        end-string
                        perform befund-schreiben
                else
                        perform gezaehlte-kopie-pruefen
                end-if
        end-if
        exit.

       gezaehlte-kopie-pruefen section.
        perform zaehlung-suchen
        if iv-gefunden
                add 1 to ws-doppelt-zaehler
                move "DOPPELT" to ws-iv-art
                move "Kopie mehrfach gezaehlt" to ws-iv-text
                perform befund-schreiben
        else
                add 1 to ws-gezaehlt-zaehler
                perform zaehlung-merken
                move ws-iv-film-nr to md-film-nr
                move ws-iv-kopie to md-kopie-nr
                read medien-datei
                        invalid key
                                add 1 to ws-unbekannt-zaehler
                                move "UNBEKANNT" to ws-iv-art
                                move "Kopie nicht im Bestand MEDIEN"
                                        to ws-iv-text
                                perform befund-schreiben
                        not invalid key
                                perform bestand-vergleichen
                end-read
        end-if
        exit.

       bestand-vergleichen section.
        if ws-iv-standort not equal spaces
                and md-standort not equal ws-iv-standort
                add 1 to ws-standort-zaehler
                if ws-inv-ix not greater than ws-inv-anzahl
                        move "J" to ws-it-falsch(ws-inv-ix)
                end-if
                move "STANDORT" to ws-iv-art
                move spaces to ws-iv-text
                string "Bestand " delimited by size
                        md-standort delimited by size
                        " gezaehlt " delimited by size
                        ws-iv-standort delimited by size
                        into ws-iv-text
                end-string
                perform befund-schreiben
        end-if
        if kopie-nicht-im-bestand
                add 1 to ws-verloren-zaehler
                move "ZUSTAND" to ws-iv-art
                move spaces to ws-iv-text
                string "Kopie gefunden, gefuehrt als "
                        delimited by size
                        md-zustand delimited by size
                        into ws-iv-text
                end-string
                perform befund-schreiben
        end-if
        if verleih-da
                move ws-iv-film-nr to vl-film-nr
                move ws-iv-kopie to vl-kopie-nr
                read verleih-datei
                        invalid key continue
                        not invalid key
                                add 1 to ws-verliehen-zaehler
                                move "VERLIEHEN" to ws-iv-art
                                move spaces to ws-iv-text
                                string "Im Regal, laut VERLEIH an "
                                        delimited by size
                                        "Kunde " delimited by size
                                        vl-kunden-nr
                                                delimited by size
                                        " seit " delimited by size
                                        vl-datum-aus
                                                delimited by size
                                        into ws-iv-text
                                end-string
                                perform befund-schreiben
                end-read
        end-if
        exit.

       zaehlung-suchen section.
        move "N" to ws-iv-gefunden
        perform varying ws-inv-ix from 1 by 1
                        until ws-inv-ix > ws-inv-anzahl
                                or iv-gefunden
                if ws-it-film(ws-inv-ix) = ws-iv-film-nr
                        and ws-it-kopie(ws-inv-ix) = ws-iv-kopie
                        move "J" to ws-iv-gefunden
                end-if
        end-perform
        exit.

       zaehlung-merken section.
        if ws-inv-anzahl is less than ws-inv-max
                add 1 to ws-inv-anzahl
                move ws-inv-anzahl to ws-inv-ix
                move ws-iv-film-nr to ws-it-film(ws-inv-ix)
                move ws-iv-kopie to ws-it-kopie(ws-inv-ix)
                move ws-iv-standort to ws-it-standort(ws-inv-ix)
                move "N" to ws-it-falsch(ws-inv-ix)
        else
                move ws-inv-max to ws-inv-ix
                add 1 to ws-inv-ix
                if not inv-voll-gemeldet
                        move "J" to ws-inv-voll-gemeldet
                        display "Warnung: Zaehltabelle ist voll, "
                                &"Fehlbestaende sind nicht "
                                &"vollstaendig."
                end-if
        end-if
        exit.

       fehlende-kopien-suchen section.
        move zero to md-film-nr
        move zero to md-kopie-nr
        start medien-datei key is not less than md-schluessel
                invalid key move "10" to medien-datei-status
        end-start
        perform until medien-datei-status is not equal "00"
                read medien-datei next record
                        at end move "10" to medien-datei-status
                        not at end
                                perform bestandskopie-pruefen
                end-read
        end-perform
        exit.

       bestandskopie-pruefen section.
        if not kopie-nicht-im-bestand
                move md-film-nr to ws-iv-film-nr
                move md-kopie-nr to ws-iv-kopie
                move md-standort to ws-iv-standort
                perform zaehlung-suchen
                if not iv-gefunden
                        perform kopie-verleih-pruefen
                end-if
        end-if
        exit.

       kopie-verleih-pruefen section.
        move "N" to ws-iv-gefunden
        if verleih-da
                move md-film-nr to vl-film-nr
                move md-kopie-nr to vl-kopie-nr
                read verleih-datei
                        invalid key continue
                        not invalid key
                                move "J" to ws-iv-gefunden
                end-read
        end-if
        if not iv-gefunden
                add 1 to ws-fehlt-zaehler
                move "FEHLT" to ws-iv-art
                move spaces to ws-iv-text
                string "Nicht gezaehlt, nicht verliehen, "
                        delimited by size
                        "Zustand " delimited by size
                        md-zustand delimited by size
                        into ws-iv-text
                end-string
                perform befund-schreiben
        end-if
        exit.

       befund-schreiben section.
        perform film-titel-ermitteln
        move spaces to bericht-zeile
        string ws-iv-art delimited by size
                " " delimited by size
                ws-iv-film delimited by size
                " " delimited by size
                ws-iv-titel delimited by size
                " " delimited by size
                ws-iv-kopie-eingabe delimited by size
                " " delimited by size
                ws-iv-standort delimited by size
                " " delimited by size
                ws-iv-text delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        exit.

       filmdateien-oeffnen section.
        move "N" to ws-film-da
        open input film-datei
        if film-datei-status = "00"
                move "J" to ws-film-da
        end-if
        move "N" to ws-archiv-da
        open input archiv-datei
        if archiv-datei-status = "00"
                move "J" to ws-archiv-da
        end-if
        exit.

       filmdateien-schliessen section.
        if film-da
                close film-datei
        end-if
        if archiv-da
                close archiv-datei
        end-if
        exit.

       film-titel-ermitteln section.
        move spaces to ws-iv-titel
        if ws-iv-film is numeric
                move "(unbekannter Film)" to ws-iv-titel
                if film-da
                        move ws-iv-film-nr to fd-film-nr
                        read film-datei
                                invalid key continue
                                not invalid key
                                        move fd-film-name
                                                to ws-iv-titel
                        end-read
                end-if
                if archiv-da
                        and ws-iv-titel = "(unbekannter Film)"
                        move ws-iv-film-nr to af-film-nr
                        read archiv-datei
                                invalid key continue
                                not invalid key
                                        move af-film-name
                                                to ws-iv-titel
                        end-read
                end-if
        end-if
        exit.

       standort-korrektur-anbieten section.
        if not rolle-supervisor
                display "Die Uebernahme der gezaehlten Standorte "
                        &"ist Supervisoren vorbehalten."
        else
                move space to ws-ja-nein
                display "Gezaehlte Standorte in den Kopienbestand "
                        &"uebernehmen? (J/N)"
                accept ws-ja-nein
                inspect ws-ja-nein converting "j" to "J"
                if ja-gewaehlt
                        perform standorte-korrigieren
                else
                        display "Standorte bleiben unveraendert."
                end-if
        end-if
        exit.

       standorte-korrigieren section.
        open i-o medien-datei
        perform filmdateien-oeffnen
        perform varying ws-inv-ix from 1 by 1
                        until ws-inv-ix > ws-inv-anzahl
                if ws-it-falsch(ws-inv-ix) = "J"
                        perform standort-umschreiben
                end-if
        end-perform
        close medien-datei
        perform filmdateien-schliessen
        move ws-korrektur-zaehler to ws-zaehler-ausgabe
        display "Korrigierte Standorte: " ws-zaehler-ausgabe
        exit.

       standort-umschreiben section.
        move ws-it-film(ws-inv-ix) to md-film-nr
        move ws-it-kopie(ws-inv-ix) to md-kopie-nr
        read medien-datei
                invalid key continue
                not invalid key
                        move md-standort to ws-alter-standort
                        move ws-it-standort(ws-inv-ix)
                                to md-standort
                        rewrite medien-satz
                                invalid key
                                        display "Standort fuer "
                                                md-film-nr
                                                " Kopie "
                                                md-kopie-nr
                                                " nicht geaendert."
                                not invalid key
                                        add 1 to ws-korrektur-zaehler
                                        perform standort-audit
                        end-rewrite
        end-read
        exit.

       standort-audit section.
        move md-film-nr to ws-iv-film-nr
        perform film-titel-ermitteln
        move md-film-nr to ws-audit-film-nr
        move ws-iv-titel to ws-audit-film-titel
        perform audit-film-name-bilden
        move zero to audit-vor-jahr
        move spaces to audit-vor-beschreibung
        string "Kopie " delimited by size
                md-kopie-nr delimited by size
                " Standort " delimited by size
                ws-alter-standort delimited by size
                into audit-vor-beschreibung
        end-string
        move zero to audit-nach-jahr
        move spaces to audit-nach-beschreibung
        string "Kopie " delimited by size
                md-kopie-nr delimited by size
                " Standort " delimited by size
                md-standort delimited by size
                into audit-nach-beschreibung
        end-string
        move "INVENTUR" to audit-aktion
        perform audit-schreiben
        exit.

       zusammenfassung-schreiben section.
        move spaces to bericht-zeile
        perform bericht-zeile-schreiben
        move ws-gezaehlt-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Gezaehlte Kopien:            " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move ws-fehlt-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Fehlende Kopien:             " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move ws-unbekannt-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Im Bestand unbekannt:        " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move ws-standort-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Falscher Standort:           " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move ws-verliehen-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Im Regal, aber verliehen:    " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move ws-verloren-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Verloren/abgeschr. gefunden: " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move ws-doppelt-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Mehrfach gezaehlt:           " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move ws-fehler-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Fehlerhafte Zeilen:          " delimited by size
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
        string "Inventur Kopienbestand vom " delimited by size
                ws-heute-datum delimited by size
                into bericht-zeile
        end-string
        write bericht-zeile after advancing 1 line
        move spaces to bericht-zeile
        string "Seite: " delimited by size
                ws-seitenzahl-ausgabe delimited by size
                into bericht-zeile
        end-string
        write bericht-zeile after advancing 1 line
        move "Befund     Nr.   Filmname             Ko Standort   "
                &"Bemerkung" to bericht-zeile
        write bericht-zeile after advancing 2 lines
        move zero to ws-zeilen-auf-seite
        exit.

       audit-film-name-bilden section.
        move spaces to audit-name
        string ws-audit-film-nr delimited by size
                " " delimited by size
                ws-audit-film-titel delimited by size
                into audit-name
        end-string
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
