           select bericht-datei assign to "STAPELBERICHT.TXT"
               organization is line sequential
               file status is bericht-status.
           select fehler-datei assign to "STAPEL.FEH"
               organization is line sequential
               file status is fehler-status.
           select erledigt-datei assign to "STAPEL.ERL"
               organization is line sequential
               file status is erledigt-status.
           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-film-nr
               file status is film-datei-status.
           select besetzung-datei assign to "BESETZUNG.DAT"
               organization is indexed
               access mode is dynamic
               record key is bd-id
               file status is bediener-datei-status.
           select lauf-ausweis-datei assign to "NACHTLAUF.TOK"
               organization is line sequential
               file status is lauf-ausweis-status.
           select schaden-datei assign to "SCHADEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is sc-schaden-nr
               file status is schaden-datei-status.
           select konto-datei assign to "KONTO.DAT"
               organization is indexed
               access mode is dynamic
               record key is kt-schluessel
               file status is konto-datei-status.
           select param-datei assign to "PARAM.DAT"
               organization is indexed
               access mode is dynamic
               record key is pm-schluessel
               file status is param-datei-status.
           select inventar-datei assign to "INVNR.DAT"
               organization is indexed
               access mode is dynamic
               record key is iv-inv-nr
               file status is inventar-datei-status.
           select archiv-datei assign to "FILMARCH.DAT"
               organization is indexed
               access mode is dynamic
               record key is af-film-nr
               file status is archiv-datei-status.
           select historie-datei assign to "VLHIST.DAT"
               organization is line sequential
               file status is historie-datei-status.
       01  stapel-zeile                        pic x(250).
       fd  bericht-datei.
       01  bericht-zeile                       pic x(132).
       fd  fehler-datei.
       01  fehler-zeile                        pic x(250).
       fd  erledigt-datei.
       01  erledigt-zeile                      pic x(250).
       fd  film-datei.
       01  film-datei-satz.
               03  fd-film-nr           pic 9(5).
               03  fd-film-name         pic x(20).
               03  fd-film-jahr         pic 9(4).
               03  fd-film-beschreibung pic x(100).
               03  fd-film-stempel      pic 9(16).
               03  fd-film-fsk          pic 9(2).
       fd  besetzung-datei.
       01  besetzung-satz.
               03  bs-schluessel.
                       05  bs-film-nr          pic 9(5).
                       05  bs-darsteller-name  pic x(30).
               03  bs-genre                    pic x(20).
       fd  verleih-datei.
       01  verleih-satz.
               03  vl-schluessel.
                       05  vl-film-nr          pic 9(5).
                       05  vl-kopie-nr         pic 9(2).
               03  vl-kunden-nr         pic 9(5).
               03  vl-datum-aus         pic 9(8).
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
       fd  genre-datei.
       01  genre-satz.
               03  kd-ort               pic x(30).
               03  kd-telefon           pic x(15).
               03  kd-status            pic x.
               03  kd-geburtsdatum      pic 9(8).
       fd  reserv-datei.
       01  reserv-satz.
               03  rs-schluessel.
                       05  rs-film-nr          pic 9(5).
                       05  rs-lfd-nr           pic 9(3).
               03  rs-kunden-nr         pic 9(5).
               03  rs-datum             pic 9(8).
       01  besidx-satz.
               03  bx-schluessel.
                       05  bx-darsteller-name  pic x(30).
                       05  bx-film-nr          pic 9(5).
               03  bx-genre                    pic x(20).
       fd  jahridx-datei.
       01  jahridx-satz.
               03  jx-schluessel.
                       05  jx-film-jahr        pic 9(4).
                       05  jx-film-nr          pic 9(5).
       fd  bediener-datei.
       01  bediener-satz.
               03  bd-id                pic x(10).
               03  bd-name              pic x(30).
               03  bd-passwort          pic x(10).
               03  bd-rolle             pic 9.
       fd  lauf-ausweis-datei.
       01  lauf-ausweis-satz                   pic x(40).
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
       fd  inventar-datei.
       01  inventar-satz.
               03  iv-inv-nr            pic 9(7).
               03  iv-film-nr           pic 9(5).
               03  iv-kopie-nr          pic 9(2).
               03  iv-vergabe-datum     pic 9(8).
               03  iv-etikett           pic x.
                       88  etikett-gedruckt value "J".
       fd  archiv-datei.
       01  archiv-satz.
               03  af-film-nr           pic 9(5).
               03  af-film-name         pic x(20).
               03  af-film-jahr         pic 9(4).
               03  af-film-beschreibung pic x(100).
               03  af-film-stempel      pic 9(16).
               03  af-film-fsk          pic 9(2).
       fd  historie-datei.
       01  historie-satz                       pic x(100).
       fd  audit-datei.
       01  audit-satz                          pic x(280).
       working-storage section.
       01  stapel-status                       pic xx.
       01  bericht-status                      pic xx.
       01  fehler-status                       pic xx.
       01  erledigt-status                     pic xx.
       01  ws-stapel-rc                        pic 9 value zero.
       01  film-datei-status                   pic xx.
       01  besetzung-datei-status              pic xx.
       01  verleih-datei-status                pic xx.
       01  jahridx-datei-status                pic xx.
       01  bediener-datei-status               pic xx.
       01  historie-datei-status               pic xx.
       01  archiv-datei-status                 pic xx.
       01  schaden-datei-status                pic xx.
       01  konto-datei-status                  pic xx.
       01  param-datei-status                  pic xx.
       01  audit-datei-status                  pic xx.
       01  audit-dateiname                     pic x(30).
       01  bediener-id                         pic x(10) value spaces.
       01  audit-vor-beschreibung              pic x(100).
       01  audit-nach-jahr                     pic 9(4).
       01  audit-nach-beschreibung             pic x(100).
       01  ws-audit-film-nr                    pic 9(5).
       01  ws-audit-film-titel                 pic x(20).
       01  ws-passwort-eingabe                 pic x(10).
       01  ws-anmeldung-ok                     pic x.
                       88  anmeldung-ok value "J".
       01  ws-bediener-rolle                   pic 9.
                       88  rolle-supervisor value 2.
       01  ws-bediener-name                    pic x(30).
       01  ws-batch-bediener                   pic x(10).
       01  ws-batch-lauf                       pic x value "N".
                       88  batch-lauf value "J".
       01  lauf-ausweis-status                 pic xx.
       01  ws-batch-ausweis                    pic x(16).
       01  ws-ausweis-bediener                 pic x(10).
       01  ws-ausweis-wert                     pic x(16).
       01  ws-ausweis-ok                       pic x.
                       88  ausweis-ok value "J".
       01  ws-stempel-neu.
               03  ws-stempel-datum            pic 9(8).
               03  ws-stempel-zeit             pic 9(8).
       01  ws-stempel-neu-num redefines ws-stempel-neu
                                                pic 9(16).
       01  ws-leihfrist                        pic 9(3) value 14.
       01  ws-jahr-min                         pic 9(4) value 1900.
       01  ws-jahr-max                         pic 9(4) value 2099.
       01  ws-heute-datum                      pic 9(8).
                       88  tx-ok value "J".
       01  ws-ablehn-grund                     pic x(50).
       01  ws-ziel-filmname                    pic x(20).
       01  ws-ziel-film-nr                     pic 9(5).
       01  ws-filmnr-eingabe.
               03  ws-filmnr-teil              pic x(5).
               03  ws-filmnr-wert redefines ws-filmnr-teil
                                                pic 9(5).
               03  ws-filmnr-rest              pic x(15).
       01  ws-film-treffer                     pic 9(3).
       01  ws-max-film-nr                      pic 9(5).
       01  ws-film-vorhanden                   pic x.
                       88  film-vorhanden value "J".
       01  ws-ergebnis-zusatz                  pic x(20).
       01  ws-jahr-eingabe                     pic x(4).
       01  ws-jahr-wert redefines ws-jahr-eingabe
                                                pic 9(4).
       01  ws-beschreibung                     pic x(100).
       01  ws-fsk-eingabe                      pic x(2).
       01  ws-fsk-wert redefines ws-fsk-eingabe
                                                pic 9(2).
                       88  fsk-gueltig value 0 6 12 16 18.
       01  ws-fsk-leer                         pic x.
                       88  fsk-leer value "J".
       01  ws-fsk-alt                          pic 9(2).
       01  ws-film-fsk                         pic 9(2).
       01  ws-film-titel                       pic x(20).
       01  ws-darsteller                       pic x(30).
       01  ws-genre-eingabe                    pic x(20).
       01  ws-genre-ok                         pic x.
       01  ws-kunde-name                       pic x(30).
       01  ws-kunde-ok                         pic x.
                       88  kunde-ok value "J".
       01  ws-kunde-geburt                     pic 9(8).
       01  ws-kunde-alter                      pic 9(3).
       01  ws-alter-heute.
               03  ws-alter-heute-jahr         pic 9(4).
               03  ws-alter-heute-mmtt         pic 9(4).
       01  ws-alter-geburt.
               03  ws-alter-geburt-jahr        pic 9(4).
               03  ws-alter-geburt-mmtt        pic 9(4).
       01  ws-faellig-eingabe                  pic x(8).
       01  ws-faellig-wert redefines ws-faellig-eingabe
                                                pic 9(8).
       01  ws-kopie-frei                       pic x.
                       88  kopie-frei value "J".
       01  ws-freie-kopie                      pic 9(2).
       01  ws-freie-medium                     pic x(3).
       01  ws-leihgebuehr-vhs                  pic 9(3)v99 value 2.00.
       01  ws-leihgebuehr-dvd                  pic 9(3)v99 value 3.00.
       01  ws-max-konto-lfd                    pic 9(5).
       01  ws-hist-datum-aus                   pic 9(8).
       01  ws-hist-datum-faellig               pic 9(8).
       01  ws-zustand-code                     pic x.
                       88  zustand-gueltig value "O" "B" "D" "V".
                       88  zustand-in-ordnung value "O".
       01  ws-zustand-text                     pic x(20).
       01  ws-schadensart                      pic x(30).
       01  ws-max-schaden-nr                   pic 9(5).
       01  ws-film-verliehen                   pic x.
                       88  film-verliehen value "J".
       01  ws-film-vorgemerkt                  pic x.
                       88  film-vorgemerkt value "J".
       01  ws-kaskade-film-nr                  pic 9(5).
       01  inventar-datei-status               pic xx.
       01  ws-inv-nummer.
               03  ws-inv-lfd                  pic 9(6).
               03  ws-inv-ziffern redefines ws-inv-lfd.
                       05  ws-inv-ziffer       pic 9 occurs 6 times.
               03  ws-inv-pz                   pic 9.
       01  ws-inv-nummer-wert redefines ws-inv-nummer
                                                pic 9(7).
       01  ws-inv-pz-eingabe                   pic 9.
       01  ws-inv-summe                        pic 9(3).
       01  ws-inv-zehner                       pic 9(3).
       01  ws-inv-rest                         pic 9(2).
       01  ws-inv-ix                           pic 9.
       01  ws-inv-hoechste                     pic 9(6).
       01  ws-scan-eingabe.
               03  ws-scan-nr                  pic x(7).
               03  ws-scan-nr-wert redefines ws-scan-nr
                                                pic 9(7).
               03  ws-scan-rest                pic x(13).
       01  ws-scan-art                         pic x.
                       88  scan-eingabe value "J".
       01  ws-kaskade-darsteller               pic x(30).
       01  ws-kaskade-zaehler                  pic 9(4).
       01  ws-bx-darsteller                    pic x(30).
       01  ws-bx-film                          pic 9(5).
       01  ws-bx-genre                         pic x(20).
       01  ws-jx-jahr                          pic 9(4).
       01  ws-jx-nr                            pic 9(5).
       01  ws-tx-lfd                           pic 9(5) value zero.
       01  ws-tx-lfd-ausgabe                   pic zzzz9.
       01  ws-angenommen-zaehler               pic 9(5) value zero.
       procedure division.
       haupt-programm section.
        perform anmeldung
        perform parameter-laden
        if not rolle-supervisor
                display "Die Stapelverarbeitung ist Supervisoren "
                        &"vorbehalten."
                display "Keine Transaktionsdatei STAPEL.CSV "
                        &"gefunden, nichts zu verarbeiten."
        else
                perform stapel-ausgaben-oeffnen
                perform seiten-kopf-schreiben
                perform until stapel-status is not equal "00"
                        read stapel-datei
                                at end move "10" to stapel-status
                                not at end
                                        perform stapel-zeile-sichern
                                        perform stapel-zeile-verarbeiten
                        end-read
                end-perform
                close stapel-datei
                close fehler-datei
                if batch-lauf
                        close erledigt-datei
                        perform stapel-beiseite-legen
                end-if
                perform zusammenfassung-schreiben
                close bericht-datei
                display "Bericht erzeugt: STAPELBERICHT.TXT"
                display "Abgelehnte Transaktionen:  "
                        ws-zaehler-ausgabe
                if ws-abgelehnt-zaehler > zero
                        display "Abgelehnte Zeilen stehen in "
                                &"STAPEL.FEH, bitte korrigieren und "
                                &"erneut einreichen."
                        if ws-stapel-rc < 4
                                move 4 to ws-stapel-rc
                        end-if
                end-if
        end-if
        move ws-stapel-rc to return-code
        stop run.

       stapel-ausgaben-oeffnen section.
        open output bericht-datei
        if bericht-status not equal "00"
                display "STAPELBERICHT.TXT kann nicht angelegt "
                        &"werden, Lauf abgebrochen."
                close stapel-datei
                move 8 to return-code
                stop run
        end-if
        open extend fehler-datei
        if fehler-status = "35"
                open output fehler-datei
        end-if
        if fehler-status not equal "00"
                display "STAPEL.FEH kann nicht geoeffnet werden, "
                        &"Lauf abgebrochen."
                close stapel-datei
                close bericht-datei
                move 8 to return-code
                stop run
        end-if
        if batch-lauf
                open output erledigt-datei
                if erledigt-status not equal "00"
                        display "STAPEL.ERL kann nicht angelegt "
                                &"werden, Lauf abgebrochen."
                        close stapel-datei
                        close bericht-datei
                        close fehler-datei
                        move 8 to return-code
                        stop run
                end-if
        end-if
        exit.

       stapel-zeile-sichern section.
        if batch-lauf
                move stapel-zeile to erledigt-zeile
                write erledigt-zeile
                if erledigt-status not equal "00"
                        move 8 to ws-stapel-rc
                end-if
        end-if
        exit.

       stapel-beiseite-legen section.
        if ws-stapel-rc = 8
                display "STAPEL.ERL oder STAPEL.FEH ist "
                        &"unvollstaendig, STAPEL.CSV bleibt stehen."
        else
                delete file stapel-datei
                if stapel-status not equal "00"
                        display "STAPEL.CSV konnte nicht entfernt "
                                &"werden."
                        move 8 to ws-stapel-rc
                else
                        display "STAPEL.CSV ist verarbeitet und "
                                &"nach STAPEL.ERL uebernommen."
                end-if
        end-if
        exit.

       anmeldung section.
        move "N" to ws-anmeldung-ok
        perform batch-anmeldung
        move zero to ws-anmelde-versuche
        perform until anmeldung-ok
                        or ws-anmelde-versuche not less than
        end-if
        exit.

       batch-anmeldung section.
        move spaces to ws-batch-bediener
        accept ws-batch-bediener from environment "TAPE_BATCH"
        if ws-batch-bediener not equal spaces
                move "J" to ws-batch-lauf
                move ws-batch-bediener to bediener-id
                perform lauf-ausweis-pruefen
                open input bediener-datei
                if bediener-datei-status = "35"
                        close bediener-datei
                else
                        move bediener-id to bd-id
                        read bediener-datei
                                invalid key continue
                                not invalid key
                                        if bd-rolle = 3
                                                move "J"
                                                  to ws-anmeldung-ok
                                                move 2 to
                                                  ws-bediener-rolle
                                                move bd-name to
                                                  ws-bediener-name
                                        end-if
                        end-read
                        close bediener-datei
                end-if
                if not anmeldung-ok
                        display "Batchkennung " bediener-id
                                " ist nicht als Batchbediener "
                                &"eingerichtet, Lauf abgebrochen."
                        move 8 to return-code
                        stop run
                end-if
        end-if
        exit.

       lauf-ausweis-pruefen section.
        move "N" to ws-ausweis-ok
        move spaces to ws-batch-ausweis
        accept ws-batch-ausweis from environment "TAPE_AUSWEIS"
        open input lauf-ausweis-datei
        if lauf-ausweis-status = "35"
                close lauf-ausweis-datei
        else
                read lauf-ausweis-datei
                        at end continue
                        not at end
                                perform lauf-ausweis-vergleichen
                end-read
                close lauf-ausweis-datei
        end-if
        if not ausweis-ok
                display "Kein laufender Nachtlauf fuer Batchkennung "
                        ws-batch-bediener ", Lauf abgebrochen."
                move 8 to return-code
                stop run
        end-if
        exit.

       lauf-ausweis-vergleichen section.
        move spaces to ws-ausweis-bediener
        move spaces to ws-ausweis-wert
        unstring lauf-ausweis-satz delimited by ";"
                into ws-ausweis-bediener
                        ws-ausweis-wert
        end-unstring
        if ws-batch-ausweis not equal spaces
                and ws-ausweis-bediener = ws-batch-bediener
                and ws-ausweis-wert = ws-batch-ausweis
                move "J" to ws-ausweis-ok
        end-if
        exit.

       bediener-pruefen section.
        move "N" to ws-anmeldung-ok
        move zero to ws-bediener-rolle
                                        &"Bedienerkennung."
                        not invalid key
                                if bd-passwort = ws-passwort-eingabe
                                        and bd-rolle not equal 3
                                        move "J" to ws-anmeldung-ok
                                        move bd-rolle
                                                to ws-bediener-rolle
                add 1 to ws-tx-lfd
                move "J" to ws-tx-ok
                move spaces to ws-ablehn-grund
                move spaces to ws-ergebnis-zusatz
                move spaces to ws-tx-code
                move spaces to ws-tx-f1
                move spaces to ws-tx-f2
                        " " delimited by size
                        ws-tx-f1(1:20) delimited by size
                        " ANGENOMMEN" delimited by size
                        ws-ergebnis-zusatz delimited by size
                        into bericht-zeile
                end-string
        else
                add 1 to ws-abgelehnt-zaehler
                move stapel-zeile to fehler-zeile
                write fehler-zeile
                if fehler-status not equal "00"
                        move 8 to ws-stapel-rc
                end-if
                string ws-tx-lfd-ausgabe delimited by size
                        " " delimited by size
                        ws-tx-code delimited by size
        end-if
        exit.

       film-ermitteln section.
        perform film-name-uebernehmen
        if tx-ok
                perform film-aufloesen
        end-if
        exit.

       film-aufloesen section.
        perform film-vorhanden-pruefen
        evaluate true
                when film-vorhanden
                        continue
                when ws-film-treffer > 1
                        move "Filmname mehrdeutig, Filmnummer angeben"
                                to ws-ablehn-grund
                        move "N" to ws-tx-ok
                when other
                        move "Film nicht vorhanden"
                                to ws-ablehn-grund
                        move "N" to ws-tx-ok
        end-evaluate
        exit.

       film-vorhanden-pruefen section.
        move "N" to ws-film-vorhanden
        move zero to ws-ziel-film-nr
        move zero to ws-film-treffer
        move ws-ziel-filmname to ws-filmnr-eingabe
        open input film-datei
        if film-datei-status = "35"
                close film-datei
        else
                if ws-filmnr-teil is numeric
                        and ws-filmnr-rest = spaces
                        move ws-filmnr-wert to fd-film-nr
                        read film-datei
                                invalid key continue
                                not invalid key
                                        perform film-treffer-uebernehmen
                        end-read
                else
                        perform film-namen-durchsuchen
                end-if
                close film-datei
        end-if
        exit.

       film-namen-durchsuchen section.
        move zero to fd-film-nr
        start film-datei key is not less than fd-film-nr
                invalid key move "10" to film-datei-status
        end-start
        perform until film-datei-status is not equal "00"
                read film-datei next record
                        at end move "10" to film-datei-status
                        not at end
                                if fd-film-name = ws-ziel-filmname
                                        add 1 to ws-film-treffer
                                        move fd-film-nr
                                                to ws-ziel-film-nr
                                end-if
                end-read
        end-perform
        if ws-film-treffer = 1
                move "J" to ws-film-vorhanden
        else
                move zero to ws-ziel-film-nr
        end-if
        exit.

       film-treffer-uebernehmen section.
        move fd-film-nr to ws-ziel-film-nr
        move fd-film-name to ws-ziel-filmname
        move "J" to ws-film-vorhanden
        exit.

       film-nr-hoechste-ermitteln section.
        move zero to ws-max-film-nr
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
                                        if fd-film-nr > ws-max-film-nr
                                                move fd-film-nr
                                                  to ws-max-film-nr
                                        end-if
                        end-read
                end-perform
                close film-datei
        end-if
        open input archiv-datei
        if archiv-datei-status = "35"
                close archiv-datei
        else
                move zero to af-film-nr
                start archiv-datei key is not less than af-film-nr
                        invalid key move "10" to archiv-datei-status
                end-start
                perform until archiv-datei-status is not equal "00"
                        read archiv-datei next record
                                at end move "10" to archiv-datei-status
                                not at end
                                        if af-film-nr > ws-max-film-nr
                                                move af-film-nr
                                                  to ws-max-film-nr
                                        end-if
                        end-read
                end-perform
                close archiv-datei
        end-if
        exit.

       jahr-uebernehmen section.
        end-if
        exit.

       fsk-uebernehmen section.
        move "N" to ws-fsk-leer
        move ws-tx-f4(1:2) to ws-fsk-eingabe
        if ws-fsk-eingabe = spaces
                move "J" to ws-fsk-leer
                move zero to ws-fsk-wert
        else
                if ws-fsk-eingabe(2:1) = space
                        move ws-fsk-eingabe(1:1) to ws-fsk-eingabe(2:1)
                        move "0" to ws-fsk-eingabe(1:1)
                end-if
                if ws-fsk-eingabe is not numeric
                        or ws-tx-f4(3:) not equal spaces
                        move "Ungueltige Altersfreigabe"
                                to ws-ablehn-grund
                        move "N" to ws-tx-ok
                else
                        if not fsk-gueltig
                                move "Ungueltige Altersfreigabe"
                                        to ws-ablehn-grund
                                move "N" to ws-tx-ok
                        end-if
                end-if
        end-if
        exit.

       fsk-audit section.
        if ws-fsk-wert not equal ws-fsk-alt
                move ws-ziel-film-nr to ws-audit-film-nr
                move ws-ziel-filmname to ws-audit-film-titel
                perform audit-film-name-bilden
                move zero to audit-vor-jahr
                move spaces to audit-vor-beschreibung
                if ws-tx-code = "FILM-AENDERUNG"
                        string "FSK " delimited by size
                                ws-fsk-alt delimited by size
                                into audit-vor-beschreibung
                        end-string
                end-if
                move zero to audit-nach-jahr
                move spaces to audit-nach-beschreibung
                string "FSK " delimited by size
                        ws-fsk-wert delimited by size
                        into audit-nach-beschreibung
                end-string
                move "FSK-AENDERN" to audit-aktion
                perform audit-schreiben
        end-if
        exit.

       film-stempel-berechnen section.
        accept ws-stempel-datum from date yyyymmdd
        accept ws-stempel-zeit from time
        if tx-ok
                perform jahr-uebernehmen
        end-if
        if tx-ok
                perform fsk-uebernehmen
        end-if
        if tx-ok
                move ws-tx-f3 to ws-beschreibung
                perform film-nr-hoechste-ermitteln
                open i-o film-datei
                if film-datei-status = "35"
                        close film-datei
                        open i-o film-datei
                end-if
                perform film-stempel-berechnen
                compute ws-ziel-film-nr = ws-max-film-nr + 1
                move ws-ziel-film-nr to fd-film-nr
                move ws-ziel-filmname to fd-film-name
                move ws-jahr-wert to fd-film-jahr
                move ws-beschreibung to fd-film-beschreibung
                move ws-stempel-neu-num to fd-film-stempel
                move ws-fsk-wert to fd-film-fsk
                write film-datei-satz
                        invalid key
                                move "Filmnummer bereits vergeben"
                                        to ws-ablehn-grund
                                move "N" to ws-tx-ok
                        not invalid key
                                move ws-ziel-film-nr to ws-audit-film-nr
                                move ws-ziel-filmname
                                        to ws-audit-film-titel
                                perform audit-film-name-bilden
                                move zero to audit-vor-jahr
                                move spaces
                                        to audit-vor-beschreibung
                                move "ANLAGE" to audit-aktion
                                perform audit-schreiben
                                move ws-jahr-wert to ws-jx-jahr
                                move ws-ziel-film-nr to ws-jx-nr
                                perform jahridx-eintragen
                                move zero to ws-fsk-alt
                                perform fsk-audit
                                move spaces to ws-ergebnis-zusatz
                                string " Filmnummer "
                                        delimited by size
                                        ws-ziel-film-nr
                                        delimited by size
                                        into ws-ergebnis-zusatz
                                end-string
                end-write
                close film-datei
        end-if
        exit.

       film-aenderung-verarbeiten section.
        perform film-ermitteln
        if tx-ok
                perform jahr-uebernehmen
        end-if
        if tx-ok
                perform fsk-uebernehmen
        end-if
        if tx-ok
                move ws-tx-f3 to ws-beschreibung
                open i-o film-datei
                                to ws-ablehn-grund
                        move "N" to ws-tx-ok
                else
                        move ws-ziel-film-nr to fd-film-nr
                        read film-datei
                                invalid key
                                        move "Film nicht vorhanden"
        exit.

       film-umschreiben section.
        move fd-film-nr to ws-audit-film-nr
        move fd-film-name to ws-audit-film-titel
        perform audit-film-name-bilden
        move fd-film-jahr to audit-vor-jahr
        move fd-film-beschreibung to audit-vor-beschreibung
        move fd-film-fsk to ws-fsk-alt
        if fsk-leer
                move fd-film-fsk to ws-fsk-wert
        end-if
        perform film-stempel-berechnen
        move ws-jahr-wert to fd-film-jahr
        move ws-beschreibung to fd-film-beschreibung
        move ws-stempel-neu-num to fd-film-stempel
        move ws-fsk-wert to fd-film-fsk
        rewrite film-datei-satz
                invalid key
                        move "Aktualisierung fehlgeschlagen"
                        move "AENDERUNG" to audit-aktion
                        perform audit-schreiben
                        move audit-vor-jahr to ws-jx-jahr
                        move ws-ziel-film-nr to ws-jx-nr
                        perform jahridx-austragen
                        move ws-jahr-wert to ws-jx-jahr
                        move ws-ziel-film-nr to ws-jx-nr
                        perform jahridx-eintragen
                        perform fsk-audit
        end-rewrite
        exit.

       film-loeschung-verarbeiten section.
        perform film-ermitteln
        if tx-ok
                perform verleih-status-ermitteln
                if film-verliehen
                                to ws-ablehn-grund
                        move "N" to ws-tx-ok
                else
                        move ws-ziel-film-nr to fd-film-nr
                        read film-datei
                                invalid key
                                        move "Film nicht vorhanden"
        exit.

       film-wegloeschen section.
        move fd-film-nr to ws-audit-film-nr
        move fd-film-name to ws-audit-film-titel
        perform audit-film-name-bilden
        move fd-film-jahr to audit-vor-jahr
        move fd-film-beschreibung to audit-vor-beschreibung
        delete film-datei
                        move "LOESCHUNG" to audit-aktion
                        perform audit-schreiben
                        move audit-vor-jahr to ws-jx-jahr
                        move ws-ziel-film-nr to ws-jx-nr
                        perform jahridx-austragen
                        move ws-ziel-film-nr
                                to ws-kaskade-film-nr
                        perform besetzung-kaskade-loeschen
                        perform medien-kaskade-loeschen
                        perform inventar-nr-austragen
        end-delete
        exit.

        if verleih-datei-status = "35"
                close verleih-datei
        else
                move ws-ziel-film-nr to vl-film-nr
                move zero to vl-kopie-nr
                start verleih-datei key is not less than
                        vl-schluessel
                        read verleih-datei next record
                                at end continue
                                not at end
                                        if vl-film-nr
                                                = ws-ziel-film-nr
                                                move "J" to
                                                  ws-film-verliehen
                                        end-if
        if reserv-datei-status = "35"
                close reserv-datei
        else
                move ws-ziel-film-nr to rs-film-nr
                move zero to rs-lfd-nr
                start reserv-datei key is not less than
                        rs-schluessel
                                at end move "10"
                                        to reserv-datei-status
                                not at end
                                        if rs-film-nr
                                                = ws-ziel-film-nr
                                                if rs-verfall not
                                                  less ws-heute-datum
                                                  move "J" to
        if besetzung-datei-status = "35"
                close besetzung-datei
        else
                move ws-kaskade-film-nr to bs-film-nr
                move low-values to bs-darsteller-name
                start besetzung-datei key is not less than
                        bs-schluessel
                                at end move "10"
                                        to besetzung-datei-status
                                not at end
                                        if bs-film-nr
                                                = ws-kaskade-film-nr
                                                perform
                                             besetzung-satz-wegloeschen
                                        else
                        add 1 to ws-kaskade-zaehler
                        move ws-kaskade-darsteller
                                to ws-bx-darsteller
                        move ws-kaskade-film-nr to ws-bx-film
                        perform besidx-austragen
                        move ws-ziel-film-nr to ws-audit-film-nr
                        move ws-ziel-filmname to ws-audit-film-titel
                        perform audit-film-name-bilden
                        move zero to audit-vor-jahr
                        move ws-kaskade-darsteller
                                to audit-vor-beschreibung
        if medien-datei-status = "35"
                close medien-datei
        else
                move ws-kaskade-film-nr to md-film-nr
                move zero to md-kopie-nr
                start medien-datei key is not less than
                        md-schluessel
                                at end move "10"
                                        to medien-datei-status
                                not at end
                                        if md-film-nr
                                                = ws-kaskade-film-nr
                                                perform
                                             medien-satz-wegloeschen
                                        else
                invalid key continue
                not invalid key
                        add 1 to ws-kaskade-zaehler
                        move ws-ziel-film-nr to ws-audit-film-nr
                        move ws-ziel-filmname to ws-audit-film-titel
                        perform audit-film-name-bilden
                        move zero to audit-vor-jahr
                        move spaces to audit-vor-beschreibung
                        string "Kopie " delimited by size
        exit.

       bes-anlage-verarbeiten section.
        perform film-ermitteln
        if tx-ok
                move ws-tx-f2(1:30) to ws-darsteller
                if ws-darsteller = spaces
                        close besetzung-datei
                        open i-o besetzung-datei
                end-if
                move ws-ziel-film-nr to bs-film-nr
                move ws-darsteller to bs-darsteller-name
                move ws-genre-eingabe to bs-genre
                write besetzung-satz
                        not invalid key
                                move ws-darsteller
                                        to ws-bx-darsteller
                                move ws-ziel-film-nr to ws-bx-film
                                move ws-genre-eingabe to ws-bx-genre
                                perform besidx-eintragen
                end-write
        if medien-datei-status = "35"
                close medien-datei
        else
                move ws-ziel-film-nr to md-film-nr
                move zero to md-kopie-nr
                start medien-datei key is not less than
                        md-schluessel
                                at end move "10"
                                        to medien-datei-status
                                not at end
                                        if md-film-nr
                                                = ws-ziel-film-nr
                                                add 1 to
                                                  ws-kopien-zaehler
                                                move md-kopie-nr
        exit.

       kopie-anlage-verarbeiten section.
        perform film-ermitteln
        if tx-ok
                move ws-tx-f2(1:3) to ws-medium-eingabe
                perform medium-uebernehmen
                        close medien-datei
                        open i-o medien-datei
                end-if
                move ws-ziel-film-nr to md-film-nr
                compute md-kopie-nr = ws-max-kopie + 1
                move ws-medium-eingabe to md-medium
                move ws-zustand-eingabe to md-zustand
                                move "Kopiennummer bereits vergeben"
                                        to ws-ablehn-grund
                                move "N" to ws-tx-ok
                        not invalid key
                                perform inventar-nr-vergeben
                end-write
                close medien-datei
        end-if
        exit.

       kopie-aenderung-verarbeiten section.
        perform film-ermitteln
        if tx-ok
                move ws-tx-f2(1:2) to ws-kopie-eingabe
                if ws-kopie-eingabe is not numeric
                                to ws-ablehn-grund
                        move "N" to ws-tx-ok
                else
                        move ws-ziel-film-nr to md-film-nr
                        move ws-kopie-wert to md-kopie-nr
                        read medien-datei
                                invalid key
                                move "Kunde nicht vorhanden"
                                        to ws-ablehn-grund
                        not invalid key
                                evaluate kd-status
                                    when "G"
                                        move "Kunde ist gesperrt"
                                                to ws-ablehn-grund
                                    when "X"
                                        move "Kunde ist anonymisiert"
                                                to ws-ablehn-grund
                                    when other
                                        move "J" to ws-kunde-ok
                                        move kd-name
                                                to ws-kunde-name
                                        move kd-geburtsdatum
                                                to ws-kunde-geburt
                                end-evaluate
                end-read
                close kunden-datei
        end-if
        if medien-datei-status = "35"
                close medien-datei
        else
                move ws-ziel-film-nr to md-film-nr
                move zero to md-kopie-nr
                start medien-datei key is not less than
                        md-schluessel
                                at end move "10"
                                        to medien-datei-status
                                not at end
                                        if md-film-nr
                                                = ws-ziel-film-nr
                                                if not
                                                  kopie-ausser-dienst
                                                  perform
                                                  kopie-frei-pruefen
                                                end-if
                                        else
                                                move "10" to
                                                  medien-datei-status
        exit.

       kopie-frei-pruefen section.
        move ws-ziel-film-nr to vl-film-nr
        move md-kopie-nr to vl-kopie-nr
        read verleih-datei
                invalid key
                        move "J" to ws-kopie-frei
                        move md-kopie-nr to ws-freie-kopie
                        move md-medium to ws-freie-medium
                not invalid key continue
        end-read
        exit.
       ausleihe-verarbeiten section.
        perform film-name-uebernehmen
        if tx-ok
                perform inventar-uebernehmen
        end-if
        if tx-ok
                perform film-aufloesen
        end-if
        if tx-ok
                move ws-tx-f2(1:5) to ws-kunden-nr-eingabe
                        end-if
                end-if
        end-if
        if tx-ok
                perform altersfreigabe-pruefen
        end-if
        if tx-ok
                perform faellig-uebernehmen
        end-if
                        close verleih-datei
                        open i-o verleih-datei
                end-if
                if scan-eingabe
                        perform scan-kopie-pruefen
                else
                        perform freie-kopie-suchen
                        if not kopie-frei
                                move "Keine Kopie verfuegbar"
                                        to ws-ablehn-grund
                                move "N" to ws-tx-ok
                        end-if
                end-if
                if tx-ok
                        perform verleih-satz-schreiben
                end-if
                close verleih-datei
        end-if
        exit.

       altersfreigabe-pruefen section.
        move zero to ws-film-fsk
        move ws-ziel-filmname to ws-film-titel
        open input film-datei
        if film-datei-status = "35"
                close film-datei
        else
                move ws-ziel-film-nr to fd-film-nr
                read film-datei
                        invalid key continue
                        not invalid key
                                move fd-film-fsk to ws-film-fsk
                                move fd-film-name to ws-film-titel
                end-read
                close film-datei
        end-if
        if ws-film-fsk > zero
                perform kunden-alter-berechnen
                if ws-kunde-geburt = zero
                        or ws-kunde-alter < ws-film-fsk
                        move "N" to ws-tx-ok
                        perform altersfreigabe-ablehnen
                end-if
        end-if
        exit.

       kunden-alter-berechnen section.
        move zero to ws-kunde-alter
        if ws-kunde-geburt not equal zero
                move ws-heute-datum to ws-alter-heute
                move ws-kunde-geburt to ws-alter-geburt
                if ws-alter-heute-jahr > ws-alter-geburt-jahr
                        compute ws-kunde-alter = ws-alter-heute-jahr
                                - ws-alter-geburt-jahr
                        if ws-alter-heute-mmtt < ws-alter-geburt-mmtt
                                subtract 1 from ws-kunde-alter
                        end-if
                end-if
        end-if
        exit.

       altersfreigabe-ablehnen section.
        move ws-ziel-film-nr to ws-audit-film-nr
        move ws-film-titel to ws-audit-film-titel
        perform audit-film-name-bilden
        move zero to audit-vor-jahr
        move spaces to audit-vor-beschreibung
        move spaces to ws-ablehn-grund
        if ws-kunde-geburt = zero
                string "Kein Geburtsdatum, Film ab FSK "
                        delimited by size
                        ws-film-fsk delimited by size
                        into ws-ablehn-grund
                end-string
                string "Ausleihe abgelehnt, FSK " delimited by size
                        ws-film-fsk delimited by size
                        ", kein Geburtsdatum" delimited by size
                        into audit-vor-beschreibung
                end-string
        else
                string "Kunde zu jung fuer FSK " delimited by size
                        ws-film-fsk delimited by size
                        into ws-ablehn-grund
                end-string
                string "Ausleihe abgelehnt, FSK " delimited by size
                        ws-film-fsk delimited by size
                        ", Alter " delimited by size
                        ws-kunde-alter delimited by size
                        into audit-vor-beschreibung
                end-string
        end-if
        move zero to audit-nach-jahr
        move spaces to audit-nach-beschreibung
        string "Kunde " delimited by size
                ws-kunden-nr delimited by size
                " " delimited by size
                ws-kunde-name delimited by size
                into audit-nach-beschreibung
        end-string
        move "FSK-SPERRE" to audit-aktion
        perform audit-schreiben
        exit.

       faellig-uebernehmen section.
        move ws-tx-f3(1:8) to ws-faellig-eingabe
        if ws-faellig-eingabe = spaces
                compute ws-faellig-tage
                        = function integer-of-date
                                (ws-heute-datum)
                        + ws-leihfrist
                compute ws-faellig-wert
                        = function date-of-integer
                                (ws-faellig-tage)
        exit.

       verleih-satz-schreiben section.
        move ws-ziel-film-nr to vl-film-nr
        move ws-freie-kopie to vl-kopie-nr
        move ws-kunden-nr to vl-kunden-nr
        move ws-heute-datum to vl-datum-aus
                                to ws-ablehn-grund
                        move "N" to ws-tx-ok
                not invalid key
                        move ws-ziel-film-nr to ws-audit-film-nr
                        move ws-ziel-filmname to ws-audit-film-titel
                        perform audit-film-name-bilden
                        move zero to audit-vor-jahr
                        move spaces to audit-vor-beschreibung
                        string "Kopie " delimited by size
                        end-string
                        move "AUSLEIHE" to audit-aktion
                        perform audit-schreiben
                        perform leihgebuehr-buchen
                        perform vormerkung-erfuellen
        end-write
        exit.

       leihgebuehr-buchen section.
        open i-o konto-datei
        if konto-datei-status = "35"
                close konto-datei
                open output konto-datei
                close konto-datei
                open i-o konto-datei
        end-if
        move zero to ws-max-konto-lfd
        move ws-kunden-nr to kt-kunden-nr
        move zero to kt-lfd-nr
        start konto-datei key is not less than kt-schluessel
                invalid key move "10" to konto-datei-status
        end-start
        perform until konto-datei-status is not equal "00"
                read konto-datei next record
                        at end move "10" to konto-datei-status
                        not at end
                                if kt-kunden-nr = ws-kunden-nr
                                        move kt-lfd-nr
                                                to ws-max-konto-lfd
                                else
                                        move "10" to
                                                konto-datei-status
                                end-if
                end-read
        end-perform
        move ws-kunden-nr to kt-kunden-nr
        compute kt-lfd-nr = ws-max-konto-lfd + 1
        move ws-heute-datum to kt-datum
        move "LEIHGEBUEHR" to kt-buchungsart
        move "S" to kt-soll-haben
        if ws-freie-medium = "DVD"
                move ws-leihgebuehr-dvd to kt-betrag
        else
                move ws-leihgebuehr-vhs to kt-betrag
        end-if
        move spaces to kt-text
        string ws-ziel-filmname delimited by size
                " Kopie " delimited by size
                ws-freie-kopie delimited by size
                " " delimited by size
                ws-freie-medium delimited by size
                into kt-text
        end-string
        move bediener-id to kt-bediener
        write konto-satz
                invalid key
                        move "Leihgebuehr nicht gebucht, Ausleihe "
                                &"ist erfasst" to ws-ablehn-grund
                        move "N" to ws-tx-ok
        end-write
        close konto-datei
        exit.

       vormerkung-erfuellen section.
        open i-o reserv-datei
        if reserv-datei-status = "35"
                close reserv-datei
        else
                move ws-ziel-film-nr to rs-film-nr
                move zero to rs-lfd-nr
                start reserv-datei key is not less than
                        rs-schluessel
                                at end move "10"
                                        to reserv-datei-status
                                not at end
                                        if rs-film-nr
                                                = ws-ziel-film-nr
                                                perform
                                             vormerkung-abhaken
                                        else
                delete reserv-datei
                        invalid key continue
                        not invalid key
                                move ws-ziel-film-nr to ws-audit-film-nr
                                move ws-ziel-filmname
                                        to ws-audit-film-titel
                                perform audit-film-name-bilden
                                move zero to audit-vor-jahr
                                move spaces
                                        to audit-vor-beschreibung
       rueckgabe-verarbeiten section.
        perform film-name-uebernehmen
        if tx-ok
                perform inventar-uebernehmen
        end-if
        if tx-ok
                perform film-aufloesen
        end-if
        if tx-ok and not scan-eingabe
                move ws-tx-f2(1:2) to ws-kopie-eingabe
                if ws-kopie-eingabe is not numeric
                        move "Ungueltige Kopiennummer"
                        move "N" to ws-tx-ok
                end-if
        end-if
        if tx-ok
                perform zustand-uebernehmen
        end-if
        if tx-ok
                open i-o verleih-datei
                if verleih-datei-status = "35"
                                to ws-ablehn-grund
                        move "N" to ws-tx-ok
                else
                        move ws-ziel-film-nr to vl-film-nr
                        move ws-kopie-wert to vl-kopie-nr
                        read verleih-datei
                                invalid key
                                to ws-ablehn-grund
                        move "N" to ws-tx-ok
                not invalid key
                        move ws-ziel-film-nr to ws-audit-film-nr
                        move ws-ziel-filmname to ws-audit-film-titel
                        perform audit-film-name-bilden
                        move zero to audit-vor-jahr
                        move spaces to audit-vor-beschreibung
                        string "Kopie " delimited by size
                        move "RUECKGABE" to audit-aktion
                        perform audit-schreiben
                        perform historie-schreiben
                        if zustand-in-ordnung
                                perform kopie-zustand-setzen
                        else
                                perform schaden-erfassen
                        end-if
        end-delete
        exit.

       zustand-uebernehmen section.
        move ws-tx-f3(1:1) to ws-zustand-code
        inspect ws-zustand-code converting "obdv" to "OBDV"
        if ws-zustand-code = space
                move "O" to ws-zustand-code
        end-if
        if not zustand-gueltig
                move "Zustand muss O, B, D oder V sein"
                        to ws-ablehn-grund
                move "N" to ws-tx-ok
        else
                move ws-tx-f4(1:30) to ws-schadensart
                evaluate ws-zustand-code
                        when "B" move "BESCHAEDIGT" to ws-zustand-text
                        when "D" move "DEFEKT" to ws-zustand-text
                        when "V" move "VERLOREN" to ws-zustand-text
                        when other move "IN ORDNUNG" to ws-zustand-text
                end-evaluate
        end-if
        exit.

       schaden-erfassen section.
        perform kopie-zustand-setzen
        perform schaden-nr-hoechste-ermitteln
        open i-o schaden-datei
        if schaden-datei-status = "35"
                close schaden-datei
                open output schaden-datei
                close schaden-datei
                open i-o schaden-datei
        end-if
        compute sc-schaden-nr = ws-max-schaden-nr + 1
        move ws-ziel-film-nr to sc-film-nr
        move ws-kopie-wert to sc-kopie-nr
        move ws-kunden-nr to sc-kunden-nr
        move ws-hist-datum-aus to sc-datum-aus
        move ws-hist-datum-faellig to sc-datum-faellig
        move ws-heute-datum to sc-datum-rueck
        move ws-zustand-text to sc-zustand
        move ws-schadensart to sc-schadensart
        move bediener-id to sc-bediener
        move "O" to sc-status
        move zero to sc-erledigt-datum
        move spaces to sc-erledigt-bediener
        write schaden-satz
                invalid key
                        move "Schadensfall nicht angelegt"
                                to ws-ablehn-grund
                        move "N" to ws-tx-ok
                not invalid key
                        move ws-ziel-film-nr to ws-audit-film-nr
                        move ws-ziel-filmname to ws-audit-film-titel
                        perform audit-film-name-bilden
                        move zero to audit-vor-jahr
                        move spaces to audit-vor-beschreibung
                        string "Kopie " delimited by size
                                sc-kopie-nr delimited by size
                                " Kunde " delimited by size
                                sc-kunden-nr delimited by size
                                into audit-vor-beschreibung
                        end-string
                        move zero to audit-nach-jahr
                        move spaces to audit-nach-beschreibung
                        string "Fall " delimited by size
                                sc-schaden-nr delimited by size
                                " " delimited by size
                                sc-zustand delimited by size
                                " " delimited by size
                                sc-schadensart delimited by size
                                into audit-nach-beschreibung
                        end-string
                        move "SCHADEN" to audit-aktion
                        perform audit-schreiben
        end-write
        close schaden-datei
        exit.

       schaden-nr-hoechste-ermitteln section.
        move zero to ws-max-schaden-nr
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
                                        move sc-schaden-nr
                                                to ws-max-schaden-nr
                        end-read
                end-perform
                close schaden-datei
        end-if
        exit.

       kopie-zustand-setzen section.
        open i-o medien-datei
        if medien-datei-status = "35"
                close medien-datei
        else
                move ws-ziel-film-nr to md-film-nr
                move ws-kopie-wert to md-kopie-nr
                read medien-datei
                        invalid key continue
                        not invalid key
                                move ws-zustand-text to md-zustand
                                rewrite medien-satz
                                        invalid key continue
                                end-rewrite
                end-read
                close medien-datei
        end-if
        exit.

       inventar-uebernehmen section.
        move "N" to ws-scan-art
        move ws-ziel-filmname to ws-scan-eingabe
        if ws-scan-nr is numeric and ws-scan-rest = spaces
                move "J" to ws-scan-art
                move ws-scan-nr-wert to ws-inv-nummer-wert
                move ws-inv-pz to ws-inv-pz-eingabe
                perform pruefziffer-berechnen
                if ws-inv-pz not equal ws-inv-pz-eingabe
                        move "Pruefziffer Inventarnummer falsch"
                                to ws-ablehn-grund
                        move "N" to ws-tx-ok
                else
                        perform inventar-nr-lesen
                end-if
        end-if
        exit.

       inventar-nr-lesen section.
        open input inventar-datei
        if inventar-datei-status = "35"
                close inventar-datei
                move "Inventarnummer nicht vergeben"
                        to ws-ablehn-grund
                move "N" to ws-tx-ok
        else
                move ws-inv-nummer-wert to iv-inv-nr
                read inventar-datei
                        invalid key
                                move "Inventarnummer nicht vergeben"
                                        to ws-ablehn-grund
                                move "N" to ws-tx-ok
                        not invalid key
                                move spaces to ws-filmnr-eingabe
                                move iv-film-nr to ws-filmnr-wert
                                move ws-filmnr-eingabe
                                        to ws-ziel-filmname
                                move iv-kopie-nr to ws-kopie-wert
                end-read
                close inventar-datei
        end-if
        exit.

       scan-kopie-pruefen section.
        move "N" to ws-kopie-frei
        open input medien-datei
        if medien-datei-status = "35"
                close medien-datei
                move "Kopie nicht im Bestand" to ws-ablehn-grund
                move "N" to ws-tx-ok
        else
                move ws-ziel-film-nr to md-film-nr
                move ws-kopie-wert to md-kopie-nr
                read medien-datei
                        invalid key
                                move "Kopie nicht im Bestand"
                                        to ws-ablehn-grund
                                move "N" to ws-tx-ok
                        not invalid key
                                perform scan-kopie-frei-pruefen
                end-read
                close medien-datei
        end-if
        exit.

       scan-kopie-frei-pruefen section.
        if kopie-ausser-dienst
                move "Kopie ausser Dienst" to ws-ablehn-grund
                move "N" to ws-tx-ok
        else
                perform kopie-frei-pruefen
                if not kopie-frei
                        move "Kopie bereits verliehen"
                                to ws-ablehn-grund
                        move "N" to ws-tx-ok
                end-if
        end-if
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

       inventar-nr-hoechste-ermitteln section.
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
                                        move iv-inv-nr
                                                to ws-inv-nummer-wert
                                        move ws-inv-lfd
                                                to ws-inv-hoechste
                        end-read
                end-perform
                close inventar-datei
        end-if
        exit.

       inventar-nr-vergeben section.
        perform inventar-nr-hoechste-ermitteln
        move ws-inv-hoechste to ws-inv-lfd
        add 1 to ws-inv-lfd
        perform pruefziffer-berechnen
        open i-o inventar-datei
        if inventar-datei-status = "35"
                close inventar-datei
                open output inventar-datei
                close inventar-datei
                open i-o inventar-datei
        end-if
        move ws-inv-nummer-wert to iv-inv-nr
        move md-film-nr to iv-film-nr
        move md-kopie-nr to iv-kopie-nr
        move ws-heute-datum to iv-vergabe-datum
        move "N" to iv-etikett
        write inventar-satz
                invalid key continue
        end-write
        close inventar-datei
        exit.

       inventar-nr-austragen section.
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
                                        if iv-film-nr
                                                = ws-kaskade-film-nr
                                                delete inventar-datei
                                                  invalid key continue
                                                end-delete
                                        end-if
                        end-read
                end-perform
                close inventar-datei
        end-if
        exit.

       kunden-name-ermitteln section.
        move "unbekannt" to ws-kunde-name
        open input kunden-datei

       historie-schreiben section.
        move spaces to historie-satz
        string ws-ziel-film-nr     delimited by size ";"
                ws-kopie-wert       delimited by size ";"
                ws-kunden-nr        delimited by size ";"
                ws-hist-datum-aus   delimited by size ";"
                ws-hist-datum-faellig delimited by size ";"
                ws-heute-datum      delimited by size ";"
                ws-ziel-filmname    delimited by size
                into historie-satz
        end-string
        open extend historie-datei
                close besidx-datei
        else
                move ws-bx-darsteller to bx-darsteller-name
                move ws-bx-film to bx-film-nr
                move ws-bx-genre to bx-genre
                write besidx-satz
                        invalid key
                close besidx-datei
        else
                move ws-bx-darsteller to bx-darsteller-name
                move ws-bx-film to bx-film-nr
                delete besidx-datei
                        invalid key continue
                end-delete
                close jahridx-datei
        else
                move ws-jx-jahr to jx-film-jahr
                move ws-jx-nr to jx-film-nr
                write jahridx-satz
                        invalid key continue
                end-write
                close jahridx-datei
        else
                move ws-jx-jahr to jx-film-jahr
                move ws-jx-nr to jx-film-nr
                delete jahridx-datei
                        invalid key continue
                end-delete
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
                                move pm-leihfrist to ws-leihfrist
                                move pm-jahr-min to ws-jahr-min
                                move pm-jahr-max to ws-jahr-max
                                move pm-leihgebuehr-vhs
                                        to ws-leihgebuehr-vhs
                                move pm-leihgebuehr-dvd
                                        to ws-leihgebuehr-dvd
                end-read
                close param-datei
        end-if
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
