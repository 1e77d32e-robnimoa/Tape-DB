       identification division.
       program-id. Tape-Schaden-Bericht.
       environment division.
       input-output section.
       file-control.
           select schaden-datei assign to "SCHADEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is sc-schaden-nr
               file status is schaden-datei-status.
           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-film-nr
               file status is film-datei-status.
           select bericht-datei assign to "SCHADENBERICHT.TXT"
               organization is line sequential
               file status is bericht-status.
       data division.
       file section.
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
       fd  film-datei.
       01  film-datei-satz.
               03  fd-film-nr           pic 9(5).
               03  fd-film-name         pic x(20).
               03  fd-film-jahr         pic 9(4).
               03  fd-film-beschreibung pic x(100).
               03  fd-film-stempel      pic 9(16).
               03  fd-film-fsk          pic 9(2).
       fd  bericht-datei.
       01  bericht-zeile                       pic x(132).
       working-storage section.
       01  schaden-datei-status                pic xx.
       01  bericht-status                      pic xx.
       01  film-datei-status                   pic xx.
       01  ws-film-da                          pic x value "N".
                       88  film-da value "J".
       01  ws-film-titel                       pic x(20).
       01  ws-heute-datum                      pic 9(8).
       01  ws-ja-nein                          pic x.
                       88  ja-gewaehlt value "J".
       01  ws-nur-offene                       pic x value "N".
                       88  nur-offene value "J".
       01  ws-status-text                      pic x(13).
       01  ws-fall-zaehler                     pic 9(5) value zero.
       01  ws-offen-zaehler                    pic 9(5) value zero.
       01  ws-abgeschrieben-zaehler            pic 9(5) value zero.
       01  ws-erledigt-zaehler                 pic 9(5) value zero.
       01  ws-beschaedigt-zaehler              pic 9(5) value zero.
       01  ws-defekt-zaehler                   pic 9(5) value zero.
       01  ws-verloren-zaehler                 pic 9(5) value zero.
       01  ws-zaehler-ausgabe                  pic zzzz9.
       01  ws-zeilen-auf-seite                 pic 9(3) value zero.
       01  ws-max-zeilen-pro-seite             pic 9(3) value 50.
       01  ws-seitenzahl                       pic 9(3) value zero.
       01  ws-seitenzahl-ausgabe               pic zz9.
       procedure division.
       haupt-programm section.
        display "Bericht ueber Schadensfaelle."
        accept ws-heute-datum from date yyyymmdd
        move space to ws-ja-nein
        display "Nur offene Schadensfaelle ausgeben? (J/N)"
        accept ws-ja-nein
        inspect ws-ja-nein converting "j" to "J"
        if ja-gewaehlt
                move "J" to ws-nur-offene
        end-if
        open input schaden-datei
        if schaden-datei-status = "35"
                close schaden-datei
                display "Keine Schadensdatei SCHADEN.DAT vorhanden, "
                        &"kein Bericht erzeugt."
        else
                open input film-datei
                if film-datei-status = "00"
                        move "J" to ws-film-da
                end-if
                open output bericht-datei
                perform seiten-kopf-schreiben
                move "Nr.   Film  Filmname             "
                        &"Ko Kunde Rueckgabe "
                        &"Zustand              Schadensart          "
                        &"          Status" to bericht-zeile
                perform bericht-zeile-schreiben
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
                                        perform schaden-satz-auswerten
                        end-read
                end-perform
                close schaden-datei
                if film-da
                        close film-datei
                end-if
                if ws-fall-zaehler = zero
                        move "Keine Schadensfaelle gefunden."
                                to bericht-zeile
                        perform bericht-zeile-schreiben
                end-if
                perform zusammenfassung-schreiben
                close bericht-datei
                display "Bericht erzeugt: SCHADENBERICHT.TXT"
        end-if
        stop run.

       schaden-satz-auswerten section.
        evaluate sc-status
                when "O"
                        add 1 to ws-offen-zaehler
                        move "offen" to ws-status-text
                when "A"
                        add 1 to ws-abgeschrieben-zaehler
                        move "abgeschrieben" to ws-status-text
                when other
                        add 1 to ws-erledigt-zaehler
                        move "erledigt" to ws-status-text
        end-evaluate
        evaluate sc-zustand
                when "BESCHAEDIGT" add 1 to ws-beschaedigt-zaehler
                when "DEFEKT" add 1 to ws-defekt-zaehler
                when "VERLOREN" add 1 to ws-verloren-zaehler
        end-evaluate
        if nur-offene and sc-status not equal "O"
                continue
        else
                add 1 to ws-fall-zaehler
                perform film-titel-ermitteln
                move spaces to bericht-zeile
                string sc-schaden-nr delimited by size
                        " " delimited by size
                        sc-film-nr delimited by size
                        " " delimited by size
                        ws-film-titel delimited by size
                        " " delimited by size
                        sc-kopie-nr delimited by size
                        " " delimited by size
                        sc-kunden-nr delimited by size
                        " " delimited by size
                        sc-datum-rueck delimited by size
                        "  " delimited by size
                        sc-zustand delimited by size
                        " " delimited by size
                        sc-schadensart delimited by size
                        " " delimited by size
                        ws-status-text delimited by size
                        into bericht-zeile
                end-string
                perform bericht-zeile-schreiben
        end-if
        exit.

       film-titel-ermitteln section.
        move "(nicht im Katalog)" to ws-film-titel
        if film-da
                move sc-film-nr to fd-film-nr
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
        move ws-offen-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Offene Faelle:          " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move ws-abgeschrieben-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Abgeschriebene Kopien:  " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move ws-erledigt-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "Erledigte Faelle:       " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move spaces to bericht-zeile
        perform bericht-zeile-schreiben
        move ws-beschaedigt-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "davon beschaedigt:      " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move ws-defekt-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "davon defekt:           " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        perform bericht-zeile-schreiben
        move ws-verloren-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        string "davon verloren:         " delimited by size
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
        string "Schadensfaelle, Stand " delimited by size
                ws-heute-datum delimited by size
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
