           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-film-nr
               file status is film-datei-status.
           select audit-datei assign to audit-dateiname
               organization is line sequential
               access mode is dynamic
               record key is rs-schluessel
               file status is reserv-datei-status.
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
           select bestell-datei assign to "BESTELL.DAT"
               organization is indexed
               access mode is dynamic
               record key is be-bestell-nr
               file status is bestell-datei-status.
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
       file section.
       fd  film-datei.
       01  film-datei-satz.
               03  fd-film-nr           pic 9(5).
               03  fd-film-name         pic x(20).
               03  fd-film-jahr         pic 9(4).
               03  fd-film-beschreibung pic x(100).
               03  fd-film-stempel      pic 9(16).
               03  fd-film-fsk          pic 9(2).
       fd  audit-datei.
       01  audit-satz                          pic x(280).
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
       fd  besidx-datei.
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
       fd  reserv-datei.
       01  reserv-satz.
               03  rs-schluessel.
                       05  rs-film-nr          pic 9(5).
                       05  rs-lfd-nr           pic 9(3).
               03  rs-kunden-nr         pic 9(5).
               03  rs-datum             pic 9(8).
               03  rs-verfall           pic 9(8).
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
       fd  bediener-datei.
       01  bediener-satz.
               03  bd-id                pic x(10).
               03  bd-name              pic x(30).
               03  bd-passwort          pic x(10).
               03  bd-rolle             pic 9.
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
       sd  sortier-datei.
       01  sortier-satz.
               03  s-film-nr            pic 9(5).
               03  s-name               pic x(20).
               03  s-jahr               pic 9(4).
               03  s-beschreibung       pic x(100).
       01  film-datei-status                   pic xx.
       01  ws-lfd-nr                            pic 9(5).
       01  ws-ziel-filmname                     pic x(20).
       01  ws-ziel-film-nr                      pic 9(5).
       01  ws-filmnr-eingabe.
               03  ws-filmnr-teil               pic x(5).
               03  ws-filmnr-wert redefines ws-filmnr-teil
                                                 pic 9(5).
               03  ws-filmnr-rest               pic x(15).
       01  ws-film-treffer                      pic 9(3).
       01  ws-max-film-nr                       pic 9(5).
       01  ws-film-titel                        pic x(20).
       01  ws-titel-film-nr                     pic 9(5).
       01  ws-film-such-nr                      pic 9(5).
       01  ws-filmnr-art                        pic x.
                       88  filmnr-eingabe value "J".
       01  ws-film-anzeige                      pic x.
                       88  film-anzeige value "J".
       01  archiv-datei-status                  pic xx.
       01  ws-film-vorhanden                    pic x.
                       88  film-vorhanden value "J".
       01  ws-anlage-ende                       pic x.
       01  audit-vor-beschreibung               pic x(100).
       01  audit-nach-jahr                      pic 9(4).
       01  audit-nach-beschreibung              pic x(100).
       01  ws-audit-film-nr                     pic 9(5).
       01  ws-audit-film-titel                  pic x(20).
       01  ws-jahr-eingabe                      pic x(4).
       01  ws-jahr-wert redefines ws-jahr-eingabe
                                                 pic 9(4).
       01  ws-jahr-max                          pic 9(4) value 2099.
       01  ws-jahr-ok                           pic x.
                       88  jahr-ok value "J".
       01  ws-fsk-eingabe                       pic x(2).
       01  ws-fsk-wert redefines ws-fsk-eingabe
                                                 pic 9(2).
                       88  fsk-gueltig value 0 6 12 16 18.
       01  ws-fsk-ok                            pic x.
                       88  fsk-ok value "J".
       01  ws-fsk-alt                           pic 9(2).
       01  ws-name-ok                           pic x.
                       88  name-ok value "J".
       01  ws-kaskade-filmname                  pic x(20).
       01  ws-kaskade-film-nr                   pic 9(5).
       01  ws-kaskade-darsteller                pic x(30).
       01  ws-kaskade-genre                     pic x(20).
       01  ws-kaskade-antwort                   pic x.
       01  besidx-datei-status                  pic xx.
       01  jahridx-datei-status                 pic xx.
       01  ws-bx-darsteller                     pic x(30).
       01  ws-bx-film                           pic 9(5).
       01  ws-bx-genre                          pic x(20).
       01  ws-jx-jahr                           pic 9(4).
       01  ws-jx-nr                             pic 9(5).
       01  bediener-datei-status                pic xx.
       01  ws-passwort-eingabe                  pic x(10).
       01  ws-anmeldung-ok                      pic x.
       01  ws-standort-eingabe                  pic x(10).
       01  ws-kopie-ok                          pic x.
                       88  kopie-ok value "J".
       01  schaden-datei-status                 pic xx.
       01  ws-zustand-code                      pic x.
                       88  zustand-gueltig value "O" "B" "D" "V".
                       88  zustand-in-ordnung value "O".
                       88  zustand-ausser-dienst value "D" "V".
       01  ws-zustand-text                      pic x(20).
       01  ws-schadensart                       pic x(30).
       01  ws-max-schaden-nr                    pic 9(5).
       01  ws-schaden-nr-eingabe                pic x(5).
       01  ws-schaden-nr-wert redefines ws-schaden-nr-eingabe
                                                 pic 9(5).
       01  ws-schaden-ok                        pic x.
                       88  schaden-ok value "J".
       01  ws-schaden-wahl                      pic x.
                       88  schaden-pflege-ende value "E".
       01  ws-schaden-zaehler                   pic 9(5).
       01  ws-schaden-ausgabe                   pic zzzz9.
       01  konto-datei-status                   pic xx.
       01  ws-max-konto-lfd                     pic 9(5).
       01  ws-freie-medium                      pic x(3).
       01  ws-leihgebuehr-vhs                   pic 9(3)v99 value 2.00.
       01  ws-leihgebuehr-dvd                   pic 9(3)v99 value 3.00.
       01  ws-buchung-art                       pic x(12).
       01  ws-buchung-sh                        pic x.
       01  ws-buchung-betrag                    pic 9(5)v99.
       01  ws-buchung-text                      pic x(40).
       01  ws-saldo                             pic s9(5)v99.
       01  ws-saldo-ausgabe                     pic -zzzz9.99.
       01  ws-betrag-ausgabe                    pic zzzz9.99.
       01  ws-betrag-eingabe                    pic x(8).
       01  ws-betrag-ok                         pic x.
                       88  betrag-ok value "J".
       01  ws-buchung-ok                        pic x.
                       88  buchung-ok value "J".
       01  ws-kunde-status                      pic x.
       01  ws-konto-zaehler                     pic 9(5).
       01  ws-konto-ausgabe                     pic zzzz9.
       01  param-datei-status                   pic xx.
       01  ws-leihfrist                         pic 9(3) value 14.
       01  ws-leihfrist-ausgabe                 pic zz9.
       01  ws-frist-stufe-1                     pic 9(3) value 3.
       01  ws-frist-stufe-2                     pic 9(3) value 14.
       01  ws-frist-stufe-3                     pic 9(3) value 30.
       01  ws-gebuehr-stufe-1                   pic 9(3)v99 value 2.
       01  ws-gebuehr-stufe-2                   pic 9(3)v99 value 5.
       01  ws-gebuehr-stufe-3                   pic 9(3)v99 value 10.
       01  ws-anonym-jahre                      pic 9(2) value 5.
       01  ws-param-wahl                        pic x.
                       88  param-pflege-ende value "E".
       01  ws-param-name                        pic x(20).
       01  ws-param-eingabe                     pic x(10).
       01  ws-param-alt                         pic 9(5)v99.
       01  ws-param-neu                         pic 9(5)v99.
       01  ws-param-ganz                        pic 9(5).
       01  ws-param-zahl-ausgabe                pic zzzz9.
       01  ws-param-betrag-ausgabe              pic zzzz9.99.
       01  ws-param-ok                          pic x.
                       88  param-ok value "J".
       01  ws-param-gueltig                     pic x.
                       88  param-gueltig value "J".
       01  ws-param-geld                        pic x.
                       88  param-geld value "J".
       01  ws-param-vorhanden                   pic x.
                       88  param-vorhanden value "J".
       01  bestell-datei-status                 pic xx.
       01  ws-einkauf-wahl                      pic x.
                       88  einkauf-pflege-ende value "E".
       01  ws-max-bestell-nr                    pic 9(5).
       01  ws-bestell-nr-eingabe                pic x(5).
       01  ws-bestell-nr-wert redefines ws-bestell-nr-eingabe
                                                 pic 9(5).
       01  ws-bestellung-ok                     pic x.
                       88  bestellung-ok value "J".
       01  ws-bestell-zaehler                   pic 9(5).
       01  ws-bestell-ausgabe                   pic zzzz9.
       01  ws-menge-eingabe                     pic x(2).
       01  ws-menge-wert redefines ws-menge-eingabe
                                                 pic 9(2).
       01  ws-menge-ok                          pic x.
                       88  menge-ok value "J".
       01  ws-lieferant-eingabe                 pic x(30).
       01  ws-liefer-rest                       pic 9(2).
       01  ws-liefer-menge                      pic 9(2).
       01  ws-liefer-lfd                        pic 9(2).
       01  ws-erste-kopie                       pic 9(2).
       01  ws-angelegt-zaehler                  pic 9(2).
       01  inventar-datei-status                pic xx.
       01  ws-inv-nummer.
               03  ws-inv-lfd                   pic 9(6).
               03  ws-inv-ziffern redefines ws-inv-lfd.
                       05  ws-inv-ziffer        pic 9 occurs 6 times.
               03  ws-inv-pz                    pic 9.
       01  ws-inv-nummer-wert redefines ws-inv-nummer
                                                 pic 9(7).
       01  ws-inv-pz-eingabe                    pic 9.
       01  ws-inv-summe                         pic 9(3).
       01  ws-inv-zehner                        pic 9(3).
       01  ws-inv-rest                          pic 9(2).
       01  ws-inv-ix                            pic 9.
       01  ws-inv-hoechste                      pic 9(6).
       01  ws-inv-such-kopie                    pic 9(2).
       01  ws-inv-zaehler                       pic 9(3).
       01  ws-inv-gefunden                      pic x.
                       88  inventar-gefunden value "J".
       01  ws-scan-eingabe.
               03  ws-scan-nr                   pic x(7).
               03  ws-scan-nr-wert redefines ws-scan-nr
                                                 pic 9(7).
               03  ws-scan-rest                 pic x(13).
       01  ws-scan-art                          pic x.
                       88  scan-eingabe value "J".
       01  genre-datei-status                   pic xx.
       01  ws-genre-eingabe                     pic x(20).
       01  ws-genre-ok                          pic x.
       01  ws-kd-strasse-eingabe                pic x(30).
       01  ws-kd-ort-eingabe                    pic x(30).
       01  ws-kd-telefon-eingabe                pic x(15).
       01  ws-kd-geburt-eingabe                 pic x(8).
       01  ws-kd-geburt-wert redefines ws-kd-geburt-eingabe
                                                 pic 9(8).
       01  ws-kd-geburt-ok                      pic x.
                       88  kd-geburt-ok value "J".
       01  ws-kunde-geburt                      pic 9(8).
       01  ws-film-fsk                          pic 9(2).
       01  ws-kunde-alter                       pic 9(3).
       01  ws-fsk-vorgang                       pic x(10).
       01  ws-alter-heute.
               03  ws-alter-heute-jahr          pic 9(4).
               03  ws-alter-heute-mmtt          pic 9(4).
       01  ws-alter-geburt.
               03  ws-alter-geburt-jahr         pic 9(4).
               03  ws-alter-geburt-mmtt         pic 9(4).
       01  ws-max-kunden-nr                     pic 9(5).
       01  ws-kunden-zaehler                    pic 9(5).
       01  ws-kunden-ausgabe                    pic zzzz9.
       procedure division.
       beginn section.
        perform anmeldung
        perform parameter-laden
        accept ws-audit-datum from date yyyymmdd
        string "AUDIT-" delimited by size
                ws-audit-datum delimited by size
                                        &"Bedienerkennung."
                        not invalid key
                                if bd-passwort = ws-passwort-eingabe
                                        and bd-rolle not equal 3
                                        move "J" to ws-anmeldung-ok
                                        move bd-rolle
                                                to ws-bediener-rolle
        display "K) Kundenstamm pflegen."
        display "B) Bedienerstamm pflegen (nur Supervisor)."
        display "G) Genreliste pflegen (nur Supervisor)."
        display "S) Schadensfaelle bearbeiten (nur Supervisor)."
        display "P) Systemparameter pflegen (nur Supervisor)."
        display "E) Einkauf: Bestellungen und Wareneingang (nur "
                &"Supervisor)."
        display "0) Filme suchen (Name/Jahresbereich)."
        display "9) Das Programm beenden."
        move zero to eingabe-zeichen.
                when "b" perform bediener-pflege
                when "G" perform genre-pflege
                when "g" perform genre-pflege
                when "S" perform schaden-pflege-geschuetzt
                when "s" perform schaden-pflege-geschuetzt
                when "P" perform parameter-pflege-geschuetzt
                when "p" perform parameter-pflege-geschuetzt
                when "E" perform einkauf-geschuetzt
                when "e" perform einkauf-geschuetzt
                when "0" perform film-suchen
                when "9" set eingabe-menu-beenden to true
                when other perform falsche-eingabe
        end-if
        exit.

       schaden-pflege-geschuetzt section.
        perform rolle-pruefen
        if rolle-ok
                perform schaden-pflege
        end-if
        exit.

       parameter-pflege-geschuetzt section.
        perform rolle-pruefen
        if rolle-ok
                perform parameter-pflege
        end-if
        exit.

       einkauf-geschuetzt section.
        perform rolle-pruefen
        if rolle-ok
                perform einkauf-pflege
        end-if
        exit.

       filmliste-zeigen section.
        move zeros to ws-lfd-nr
        open input film-datei
                close film-datei
                display "Keine Filmdatenbank auf Platte gefunden."
        else
                move zero to fd-film-nr
                start film-datei key is not less than fd-film-nr
                        invalid key move "10" to film-datei-status
                end-start
                perform until film-datei-status is not equal "00"
                                not at end
                                        add 1 to ws-lfd-nr
                                        display "Filmnummer: "
                                                fd-film-nr
                                        display fd-film-name
                                        display fd-film-jahr " FSK "
                                                fd-film-fsk
                                        display fd-film-beschreibung
                                        move fd-film-nr
                                                to ws-ziel-film-nr
                                        perform kopien-ermitteln
                                        perform verliehene-zaehlen
                                        move ws-kopien-zaehler
                        move "J" to ws-anlage-ende
                else
                        move spaces to ws-alter-filmname
                        move zero to ws-ziel-film-nr
                        perform film-name-pruefen
                        if name-ok
                                perform film-neu-erfassen
                        else
                                display "Der Film wird nicht "
                                        &"angelegt."
                        end-if
                end-if
        end-perform
       film-einzeln-anlegen section.
        move spaces to ws-ziel-filmname
        display "Welcher Film soll angelegt oder geaendert "
                &"werden? (Filmname oder Filmnummer)"
        accept ws-ziel-filmname
        if ws-ziel-filmname = spaces
                display "Der Filmname darf nicht leer sein."
        else
                perform film-vorhanden-pruefen
                evaluate true
                        when film-vorhanden
                                perform film-aendern
                        when filmnr-eingabe
                                display "Diese Filmnummer gibt es "
                                        &"nicht."
                        when other
                                perform film-neu-abfragen
                end-evaluate
        end-if
        exit.

       film-neu-abfragen section.
        move space to ws-ja-nein
        display "Diesen Film gibt es noch nicht. "
                &"Neu anlegen? (J/N)"
        accept ws-ja-nein
        inspect ws-ja-nein converting "j" to "J"
        if ja-gewaehlt
                move ws-ziel-filmname to pruefer-name
                move spaces to ws-alter-filmname
                move zero to ws-ziel-film-nr
                perform film-neu-erfassen
        end-if
        exit.

        move "J" to ws-ist-neuer-eintrag
        move "N" to ws-sperr-konflikt
        move spaces to ws-alter-filmname
        move zero to ws-fsk-alt
        perform film-jahr-eingeben
        perform film-fsk-eingeben
        display "Geben Sie eine Beschreibung ein(max. "
                &"100 Zeichen)"
        move spaces to pruefer-beschreibung
                display "Der Film konnte nicht gespeichert "
                        &"werden."
        else
                display "Der Film ist unter der Filmnummer "
                        ws-ziel-film-nr " angelegt."
                move ws-ziel-film-nr to ws-audit-film-nr
                move pruefer-name to ws-audit-film-titel
                perform audit-film-name-bilden
                move zero                  to audit-vor-jahr
                move spaces                to audit-vor-beschreibung
                move ws-jahr-wert          to audit-nach-jahr
                move "ANLAGE" to audit-aktion
                perform audit-schreiben
                move ws-jahr-wert to ws-jx-jahr
                move ws-ziel-film-nr to ws-jx-nr
                perform jahridx-eintragen
                perform film-fsk-audit
        end-if
        exit.

                else
                        perform film-name-pruefen
                        if not name-ok
                                display "Bitte anderen Namen "
                                        &"eingeben."
                        end-if
                end-if
        end-perform
                display "Aenderung abgebrochen, bitte erneut "
                        &"versuchen."
        else
                display "Bisher: " fd-film-jahr " FSK " fd-film-fsk
                        " " fd-film-beschreibung
                perform film-jahr-eingeben
                perform film-fsk-eingeben
                display "Geben Sie eine Filmbeschreibung ein."
                move spaces to pruefer-beschreibung
                accept pruefer-beschreibung
                        display "Speichern fehlgeschlagen, bitte "
                                &"erneut versuchen."
                else
                        move ws-ziel-film-nr to ws-audit-film-nr
                        move pruefer-name to ws-audit-film-titel
                        perform audit-film-name-bilden
                        move ws-jahr-wert          to audit-nach-jahr
                        move pruefer-beschreibung
                                to audit-nach-beschreibung
                        move "AENDERUNG" to audit-aktion
                        perform audit-schreiben
                        move audit-vor-jahr to ws-jx-jahr
                        move ws-ziel-film-nr to ws-jx-nr
                        perform jahridx-austragen
                        move ws-jahr-wert to ws-jx-jahr
                        move ws-ziel-film-nr to ws-jx-nr
                        perform jahridx-eintragen
                        perform film-fsk-audit
                end-if
        end-if
        exit.

       film-loeschen section.
        move spaces to ws-ziel-filmname
        display "Welcher Film soll gelöscht werden? (Filmname "
                &"oder Filmnummer)"
        accept ws-ziel-filmname
        if ws-ziel-filmname = spaces
                display "Der Filmname darf nicht leer sein."
        else
                perform film-vorhanden-pruefen
                if not film-vorhanden
                        display "Diesen Film gibt es nicht im "
                                &"Katalog."
                else
                        perform film-loeschen-pruefen
                end-if
        end-if
        exit.

       film-loeschen-pruefen section.
        perform kopien-ermitteln
        perform verleih-status-ermitteln
        perform vormerk-status-ermitteln
        move "J" to ws-ja-nein
        if film-vorgemerkt
                move ws-vormerk-zaehler
                        to ws-vormerk-ausgabe
                display "Zu diesem Film bestehen noch "
                        ws-vormerk-ausgabe
                        " offene Vormerkungen, Loeschung "
                        &"nicht moeglich."
                move "N" to ws-ja-nein
        end-if
        if ja-gewaehlt
                and (ws-kopien-zaehler > zero
                        or film-verliehen)
                if ws-kopien-zaehler > zero
                        move ws-kopien-zaehler
                                to ws-kopien-ausgabe
                        display "Achtung: zu diesem Film "
                                &"sind noch "
                                ws-kopien-ausgabe
                                " Kopien im Bestand erfasst."
                end-if
                if film-verliehen
                        display "Achtung: der Film ist "
                                &"verliehen an: "
                                ws-kunde-name
                end-if
                move space to ws-ja-nein
                display "Trotzdem loeschen? (J/N)"
                accept ws-ja-nein
                inspect ws-ja-nein converting "j" to "J"
        end-if
        if not ja-gewaehlt
                display "Loeschung abgebrochen."
        else
                perform film-satz-laden-mit-sperre
                if sperr-konflikt
                        display "Loeschung abgebrochen, bitte "
                        move "LOESCHUNG" to audit-aktion
                        perform audit-schreiben
                        move audit-vor-jahr to ws-jx-jahr
                        move ws-ziel-film-nr to ws-jx-nr
                        perform jahridx-austragen
                        display "Der Film " ws-ziel-filmname
                                " ist gelöscht."
                        move ws-ziel-filmname to ws-kaskade-filmname
                        move ws-ziel-film-nr to ws-kaskade-film-nr
                        perform besetzung-kaskade-abfragen
                        if ws-kopien-zaehler > zero
                                perform medien-kaskade-loeschen
                                move zero to ws-inv-such-kopie
                                perform inventar-nr-austragen
                        end-if
                        if film-verliehen
                                perform verleih-satz-wegloeschen

       film-vorhanden-pruefen section.
        move "N" to ws-film-vorhanden
        move "N" to ws-filmnr-art
        move zero to ws-ziel-film-nr
        move ws-ziel-filmname to ws-filmnr-eingabe
        if ws-filmnr-teil is numeric
                and ws-filmnr-rest = spaces
                move "J" to ws-filmnr-art
        end-if
        open input film-datei
        if film-datei-status = "35"
                close film-datei
        else
                if filmnr-eingabe
                        move ws-filmnr-wert to fd-film-nr
                        read film-datei
                                invalid key continue
                                not invalid key
                                        perform film-treffer-uebernehmen
                        end-read
                else
                        perform film-name-aufloesen
                end-if
                close film-datei
        end-if
        exit.

       film-name-aufloesen section.
        move "N" to ws-film-anzeige
        perform film-namen-durchsuchen
        if ws-film-treffer > 1
                display "Es gibt mehrere Filme mit diesem Namen:"
                move "J" to ws-film-anzeige
                perform film-namen-durchsuchen
                move spaces to ws-filmnr-eingabe
                display "Bitte die Filmnummer eingeben."
                accept ws-filmnr-teil
                if ws-filmnr-teil is numeric
                        move ws-filmnr-wert to ws-film-such-nr
                else
                        move zero to ws-film-such-nr
                end-if
        end-if
        if ws-film-treffer > zero
                move ws-film-such-nr to fd-film-nr
                read film-datei
                        invalid key continue
                        not invalid key
                                if fd-film-name = ws-ziel-filmname
                                        perform film-treffer-uebernehmen
                                end-if
                end-read
        end-if
        exit.

       film-namen-durchsuchen section.
        move zero to ws-film-treffer
        move zero to fd-film-nr
        start film-datei key is not less than fd-film-nr
                invalid key move "10" to film-datei-status
        end-start
        perform until film-datei-status is not equal "00"
                read film-datei next record
                        at end move "10" to film-datei-status
                        not at end
                                if fd-film-name = ws-ziel-filmname
                                        perform film-treffer-merken
                                end-if
                end-read
        end-perform
        exit.

       film-treffer-merken section.
        add 1 to ws-film-treffer
        move fd-film-nr to ws-film-such-nr
        if film-anzeige
                display fd-film-nr " " fd-film-name " ("
                        fd-film-jahr ")"
        end-if
        exit.

       film-treffer-uebernehmen section.
        move fd-film-nr to ws-ziel-film-nr
        move fd-film-name to ws-ziel-filmname
        move "J" to ws-film-vorhanden
        exit.

       film-name-pruefen section.
        move "J" to ws-name-ok
        move zero to ws-film-treffer
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
                                        perform film-name-vergleichen
                        end-read
                end-perform
                close film-datei
                if ws-film-treffer > zero
                        move space to ws-ja-nein
                        display "Film trotzdem unter diesem Namen "
                                &"speichern? (J/N)"
                        accept ws-ja-nein
                        inspect ws-ja-nein converting "j" to "J"
                        if not ja-gewaehlt
                                move "N" to ws-name-ok
                        end-if
                end-if
        end-if
        exit.

       film-name-vergleichen section.
        if fd-film-name = pruefer-name
                and fd-film-nr not equal ws-ziel-film-nr
                if ws-film-treffer = zero
                        display "Unter diesem Namen ist bereits "
                                &"erfasst:"
                end-if
                add 1 to ws-film-treffer
                display fd-film-nr " " fd-film-name " ("
                        fd-film-jahr ")"
        end-if
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

       film-titel-ermitteln section.
        move spaces to ws-film-titel
        open input film-datei
        if film-datei-status = "35"
                close film-datei
        else
                move ws-titel-film-nr to fd-film-nr
                read film-datei
                        invalid key
                                move "(nicht im Katalog)"
                                        to ws-film-titel
                        not invalid key
                                move fd-film-name to ws-film-titel
                end-read
                close film-datei
        end-if
        perform until jahr-ok
                move spaces to ws-jahr-eingabe
                display "Geben Sie das Erscheinungsjahr ein (JJJJ, "
                        ws-jahr-min "-" ws-jahr-max ")."
                accept ws-jahr-eingabe
                if ws-jahr-eingabe is not numeric
                        display "Ungueltige Eingabe, bitte eine "
        end-perform
        exit.

       film-fsk-eingeben section.
        move "N" to ws-fsk-ok
        perform until fsk-ok
                move spaces to ws-fsk-eingabe
                display "Altersfreigabe (FSK 0, 6, 12, 16 oder 18)."
                accept ws-fsk-eingabe
                if ws-fsk-eingabe(2:1) = space
                        move ws-fsk-eingabe(1:1) to ws-fsk-eingabe(2:1)
                        move "0" to ws-fsk-eingabe(1:1)
                end-if
                if ws-fsk-eingabe is not numeric
                        display "Ungueltige Eingabe, bitte 0, 6, 12, "
                                &"16 oder 18 eingeben."
                else
                        if not fsk-gueltig
                                display "Ungueltige Eingabe, bitte 0, "
                                        &"6, 12, 16 oder 18 eingeben."
                        else
                                move "J" to ws-fsk-ok
                        end-if
                end-if
        end-perform
        exit.

       film-fsk-audit section.
        if ws-fsk-wert not equal ws-fsk-alt
                move ws-ziel-film-nr to ws-audit-film-nr
                move pruefer-name to ws-audit-film-titel
                perform audit-film-name-bilden
                move zero to audit-vor-jahr
                move spaces to audit-vor-beschreibung
                if not ist-neuer-eintrag
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

       besetzung-erfassen section.
        move "N" to ws-name-ok
        perform until name-ok
                move spaces to ws-pruef-filmname
                display "Fuer welchen Film soll Besetzung/Genre "
                        &"erfasst werden? (Filmname/-nummer)"
                accept ws-pruef-filmname
                move ws-pruef-filmname to ws-ziel-filmname
                perform film-vorhanden-pruefen
                        move "J" to ws-name-ok
                end-if
        end-perform
        move ws-ziel-film-nr to bs-film-nr
        perform genre-fuer-film-ermitteln
        if ws-treffer-zaehler > zero
                display "Genre fuer diesen Film bereits erfasst: "
                        display "Der Name darf nicht leer sein."
                end-if
        end-perform
        move ws-ziel-film-nr to bs-film-nr
        move ws-pruef-darsteller to bs-darsteller-name
        move ws-pruef-genre to bs-genre
        open i-o besetzung-datei
                                &"diesen Film bereits erfasst."
                not invalid key
                        move ws-pruef-darsteller to ws-bx-darsteller
                        move ws-ziel-film-nr to ws-bx-film
                        move ws-pruef-genre to ws-bx-genre
                        perform besidx-eintragen
        end-write
                        read besetzung-datei next record
                                at end continue
                                not at end
                                        if bs-film-nr
                                                = ws-ziel-film-nr
                                                move bs-genre
                                                to ws-pruef-genre
                                                move 1
        move bs-genre to ws-genre-eingabe
        perform genre-pruefen
        if not genre-ok
                move bs-film-nr to ws-titel-film-nr
                perform film-titel-ermitteln
                display bs-film-nr " " ws-film-titel " / "
                        bs-darsteller-name " : " bs-genre
                add 1 to ws-unbekannt-zaehler
        end-if
        exit.
                move ws-bd-id-eingabe to bd-id
                move ws-bd-name-eingabe to bd-name
                move ws-bd-passwort-eingabe to bd-passwort
                evaluate ws-bd-rolle-eingabe
                        when "2" move 2 to bd-rolle
                        when "3" move 3 to bd-rolle
                        when other move 1 to bd-rolle
                end-evaluate
                write bediener-satz
                        invalid key
                                display "Diese Bedienerkennung "
        move space to ws-bd-rolle-eingabe
        perform until ws-bd-rolle-eingabe = "1"
                        or ws-bd-rolle-eingabe = "2"
                        or ws-bd-rolle-eingabe = "3"
                display "Rolle (1 = Sachbearbeiter, "
                        &"2 = Supervisor, 3 = Batchbetrieb)."
                accept ws-bd-rolle-eingabe
                if ws-bd-rolle-eingabe not equal "1"
                        and ws-bd-rolle-eingabe not equal "2"
                        and ws-bd-rolle-eingabe not equal "3"
                        display "Bitte 1, 2 oder 3 eingeben."
                end-if
        end-perform
        exit.
        perform bediener-daten-eingeben
        move ws-bd-name-eingabe to bd-name
        move ws-bd-passwort-eingabe to bd-passwort
        evaluate ws-bd-rolle-eingabe
                when "2" move 2 to bd-rolle
                when "3" move 3 to bd-rolle
                when other move 1 to bd-rolle
        end-evaluate
        rewrite bediener-satz
                invalid key
                        display "Aendern fehlgeschlagen."
        display "A) Kunden anlegen."
        display "Z) Kunden aendern."
        display "S) Kunden sperren oder entsperren."
        display "B) Zahlung eines Kunden buchen."
        display "K) Kundenkonto anzeigen."
        display "E) Zurueck zum Hauptmenue."
        move space to ws-kunden-wahl
        accept ws-kunden-wahl
        inspect ws-kunden-wahl converting "lazsbke" to "LAZSBKE"
        evaluate ws-kunden-wahl
                when "L" perform kunden-liste-zeigen
                when "A" perform kunde-anlegen
                when "Z" perform kunde-aendern
                when "S" perform kunde-sperren
                when "B" perform zahlung-erfassen
                when "K" perform konto-anzeigen
                when "E" continue
                when other perform falsche-eingabe
        end-evaluate
                        move ws-kd-ort-eingabe to kd-ort
                        move ws-kd-telefon-eingabe to kd-telefon
                        move "A" to kd-status
                        move ws-kd-geburt-wert to kd-geburtsdatum
                        write kunden-satz
                                invalid key
                                        display "Anlegen "
                display "Telefonnummer (max. 15 Zeichen)."
                move spaces to ws-kd-telefon-eingabe
                accept ws-kd-telefon-eingabe
                perform kunden-geburt-eingeben
        end-if
        exit.

       kunden-geburt-eingeben section.
        accept ws-heute-datum from date yyyymmdd
        move "N" to ws-kd-geburt-ok
        perform until kd-geburt-ok
                move spaces to ws-kd-geburt-eingabe
                display "Geburtsdatum (JJJJMMTT)."
                accept ws-kd-geburt-eingabe
                if ws-kd-geburt-eingabe = spaces
                        move zero to ws-kd-geburt-wert
                        move "J" to ws-kd-geburt-ok
                else
                        if ws-kd-geburt-eingabe is not numeric
                                display "Ungueltiges Datum."
                        else
                                if function integer-of-date
                                        (ws-kd-geburt-wert) = zero
                                        display "Ungueltiges Datum."
                                else
                                    if ws-kd-geburt-wert
                                            > ws-heute-datum
                                        display "Das Geburtsdatum "
                                                &"liegt in der "
                                                &"Zukunft."
                                    else
                                        move "J" to ws-kd-geburt-ok
                                    end-if
                                end-if
                        end-if
                end-if
        end-perform
        exit.

       kunde-aendern section.
        move spaces to ws-kunden-nr-eingabe
        display "Welche Kundennummer soll geaendert werden?"
                                        display "Diese Kundennummer "
                                                &"gibt es nicht."
                                not invalid key
                                    if kd-status = "X"
                                        display "Dieser Kunde ist "
                                                &"anonymisiert."
                                    else
                                        perform kunde-umschreiben
                                    end-if
                        end-read
                        close kunden-datei
                end-if
       kunde-umschreiben section.
        display "Bisher: " kd-name " " kd-strasse " "
                kd-ort " " kd-telefon
        display "Geburtsdatum bisher: " kd-geburtsdatum
                " (leer = beibehalten)"
        perform kunden-daten-eingeben
        if ws-kd-name-eingabe not equal spaces
                move ws-kd-name-eingabe to kd-name
                move ws-kd-strasse-eingabe to kd-strasse
                move ws-kd-ort-eingabe to kd-ort
                move ws-kd-telefon-eingabe to kd-telefon
                if ws-kd-geburt-wert not equal zero
                        move ws-kd-geburt-wert to kd-geburtsdatum
                end-if
                rewrite kunden-satz
                        invalid key
                                display "Aendern fehlgeschlagen."
        exit.

       kunde-status-wechseln section.
        move zero to ws-saldo
        if kd-status = "G"
                move kd-kunden-nr to ws-kunden-nr
                perform konto-saldo-ermitteln
        end-if
        evaluate true
                when kd-status = "X"
                        display "Kunde " kd-kunden-nr " ist "
                                &"anonymisiert, keine Aenderung "
                                &"moeglich."
                when ws-saldo > zero
                        move ws-saldo to ws-saldo-ausgabe
                        display "Kunde " kd-kunden-nr " hat noch "
                                &"einen offenen Saldo von "
                                ws-saldo-ausgabe " EUR."
                        display "Entsperren erst nach Ausgleich "
                                &"des Kontos moeglich."
                when other
                        perform kunde-status-umschalten
        end-evaluate
        exit.

       kunde-status-umschalten section.
        if kd-status = "G"
                move "A" to kd-status
                display "Kunde " kd-kunden-nr " ist entsperrt."
        move spaces to audit-vor-beschreibung
        move zero to audit-nach-jahr
        move spaces to audit-nach-beschreibung
        string ws-kunde-name delimited by size
                " geb. " delimited by size
                kd-geburtsdatum delimited by size
                into audit-nach-beschreibung
        end-string
        perform audit-schreiben
        exit.

       zahlung-erfassen section.
        move spaces to ws-kunden-nr-eingabe
        display "Fuer welche Kundennummer wird eine Zahlung "
                &"gebucht?"
        accept ws-kunden-nr-eingabe
        if ws-kunden-nr-eingabe is not numeric
                display "Ungueltige Kundennummer."
        else
                move ws-kunden-nr-wert to ws-kunden-nr
                perform kunde-lesen
                if kunde-ok
                        perform konto-saldo-ermitteln
                        move ws-saldo to ws-saldo-ausgabe
                        display "Kunde " ws-kunden-nr " "
                                ws-kunde-name
                        display "Offener Saldo: " ws-saldo-ausgabe
                                " EUR"
                        perform betrag-eingeben
                        if betrag-ok
                                perform zahlung-buchen
                        end-if
                end-if
        end-if
        exit.

       betrag-eingeben section.
        move "N" to ws-betrag-ok
        move spaces to ws-betrag-eingabe
        display "Gezahlter Betrag in EUR (z.B. 12.50, leer = "
                &"Abbruch)."
        accept ws-betrag-eingabe
        if ws-betrag-eingabe not equal spaces
                if function test-numval(ws-betrag-eingabe) = zero
                        if function numval(ws-betrag-eingabe) > zero
                           and function numval(ws-betrag-eingabe)
                                < 100000
                                compute ws-buchung-betrag =
                                    function numval(ws-betrag-eingabe)
                                move "J" to ws-betrag-ok
                        end-if
                end-if
                if not betrag-ok
                        display "Ungueltiger Betrag."
                end-if
        end-if
        exit.

       zahlung-buchen section.
        move "ZAHLUNG" to ws-buchung-art
        move "H" to ws-buchung-sh
        move "Zahlung an der Kasse" to ws-buchung-text
        perform konto-buchen
        if buchung-ok
                move ws-saldo to ws-saldo-ausgabe
                move spaces to audit-name
                string "KUNDE " delimited by size
                        ws-kunden-nr delimited by size
                        into audit-name
                end-string
                move zero to audit-vor-jahr
                move spaces to audit-vor-beschreibung
                string "Saldo " delimited by size
                        ws-saldo-ausgabe delimited by size
                        into audit-vor-beschreibung
                end-string
                move ws-buchung-betrag to ws-betrag-ausgabe
                move zero to audit-nach-jahr
                move spaces to audit-nach-beschreibung
                string "Zahlung " delimited by size
                        ws-betrag-ausgabe delimited by size
                        " EUR" delimited by size
                        into audit-nach-beschreibung
                end-string
                move "ZAHLUNG" to audit-aktion
                perform audit-schreiben
                perform konto-saldo-ermitteln
                move ws-saldo to ws-saldo-ausgabe
                display "Zahlung ist gebucht, neuer Saldo: "
                        ws-saldo-ausgabe " EUR"
                if ws-kunde-status = "G" and ws-saldo not > zero
                        display "Das Konto ist ausgeglichen, der "
                                &"Kunde kann entsperrt werden "
                                &"(Menuepunkt S)."
                end-if
        end-if
        exit.

       konto-anzeigen section.
        move spaces to ws-kunden-nr-eingabe
        display "Welches Kundenkonto soll angezeigt werden?"
        accept ws-kunden-nr-eingabe
        if ws-kunden-nr-eingabe is not numeric
                display "Ungueltige Kundennummer."
        else
                move ws-kunden-nr-wert to ws-kunden-nr
                perform kunde-lesen
                if kunde-ok
                        display "Kundenkonto " ws-kunden-nr " "
                                ws-kunde-name
                        move zero to ws-konto-zaehler
                        move zero to ws-saldo
                        open input konto-datei
                        if konto-datei-status = "35"
                                close konto-datei
                        else
                                perform konto-buchungen-lesen
                                close konto-datei
                        end-if
                        if ws-konto-zaehler = zero
                                display "Fuer diesen Kunden sind "
                                        &"keine Buchungen vorhanden."
                        else
                                move ws-konto-zaehler
                                        to ws-konto-ausgabe
                                display "Buchungen: "
                                        ws-konto-ausgabe
                        end-if
                        move ws-saldo to ws-saldo-ausgabe
                        display "Saldo: " ws-saldo-ausgabe " EUR"
                end-if
        end-if
        exit.

       konto-buchungen-lesen section.
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
                                        perform konto-buchung-zeigen
                                else
                                        move "10" to
                                                konto-datei-status
                                end-if
                end-read
        end-perform
        exit.

       konto-buchung-zeigen section.
        add 1 to ws-konto-zaehler
        perform konto-buchung-saldieren
        move kt-betrag to ws-betrag-ausgabe
        display kt-datum " " kt-buchungsart " " kt-soll-haben " "
                ws-betrag-ausgabe " " kt-text
        exit.

       konto-buchung-saldieren section.
        if kt-soll-haben = "H"
                subtract kt-betrag from ws-saldo
        else
                add kt-betrag to ws-saldo
        end-if
        exit.

       konto-saldo-ermitteln section.
        move zero to ws-saldo
        open input konto-datei
        if konto-datei-status = "35"
                close konto-datei
        else
                move ws-kunden-nr to kt-kunden-nr
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
                                        if kt-kunden-nr
                                                = ws-kunden-nr
                                                perform
                                                konto-buchung-saldieren
                                        else
                                                move "10" to
                                                  konto-datei-status
                                        end-if
                        end-read
                end-perform
                close konto-datei
        end-if
        exit.

       konto-buchen section.
        move "N" to ws-buchung-ok
        accept ws-heute-datum from date yyyymmdd
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
        move ws-buchung-art to kt-buchungsart
        move ws-buchung-sh to kt-soll-haben
        move ws-buchung-betrag to kt-betrag
        move ws-buchung-text to kt-text
        move bediener-id to kt-bediener
        write konto-satz
                invalid key
                        display "Buchung auf das Kundenkonto "
                                &"fehlgeschlagen."
                not invalid key
                        move "J" to ws-buchung-ok
        end-write
        close konto-datei
        exit.

       kunde-lesen section.
        move "N" to ws-kunde-ok
        move space to ws-kunde-status
        open input kunden-datei
        if kunden-datei-status = "35"
                close kunden-datei
                display "Es ist noch kein Kundenstamm vorhanden."
        else
                move ws-kunden-nr to kd-kunden-nr
                read kunden-datei
                        invalid key
                                display "Diese Kundennummer gibt es "
                                        &"nicht."
                        not invalid key
                                move "J" to ws-kunde-ok
                                move kd-name to ws-kunde-name
                                move kd-status to ws-kunde-status
                end-read
                close kunden-datei
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
                                move pm-vormerk-frist
                                        to ws-vormerk-frist
                                move pm-frist-stufe-1
                                        to ws-frist-stufe-1
                                move pm-frist-stufe-2
                                        to ws-frist-stufe-2
                                move pm-frist-stufe-3
                                        to ws-frist-stufe-3
                                move pm-gebuehr-stufe-1
                                        to ws-gebuehr-stufe-1
                                move pm-gebuehr-stufe-2
                                        to ws-gebuehr-stufe-2
                                move pm-gebuehr-stufe-3
                                        to ws-gebuehr-stufe-3
                                move pm-jahr-min to ws-jahr-min
                                move pm-jahr-max to ws-jahr-max
                                move pm-leihgebuehr-vhs
                                        to ws-leihgebuehr-vhs
                                move pm-leihgebuehr-dvd
                                        to ws-leihgebuehr-dvd
                                if pm-anonym-jahre is numeric
                                   and pm-anonym-jahre > zero
                                        move pm-anonym-jahre
                                                to ws-anonym-jahre
                                end-if
                end-read
                close param-datei
        end-if
        exit.

       parameter-pflege section.
        move space to ws-param-wahl
        perform until param-pflege-ende
                perform parameter-anzeigen
                perform parameter-menu
        end-perform
        exit.

       parameter-anzeigen section.
        display "Aktuelle Systemparameter:"
        move ws-leihfrist to ws-param-zahl-ausgabe
        display "L) Leihfrist in Tagen:           "
                ws-param-zahl-ausgabe
        move ws-vormerk-frist to ws-param-zahl-ausgabe
        display "V) Vormerkfrist in Tagen:        "
                ws-param-zahl-ausgabe
        move ws-frist-stufe-1 to ws-param-zahl-ausgabe
        display "1) Verzugstage Mahnstufe 1:      "
                ws-param-zahl-ausgabe
        move ws-frist-stufe-2 to ws-param-zahl-ausgabe
        display "2) Verzugstage Mahnstufe 2:      "
                ws-param-zahl-ausgabe
        move ws-frist-stufe-3 to ws-param-zahl-ausgabe
        display "3) Verzugstage Mahnstufe 3:      "
                ws-param-zahl-ausgabe
        move ws-gebuehr-stufe-1 to ws-param-betrag-ausgabe
        display "4) Mahngebuehr Stufe 1 (EUR):    "
                ws-param-betrag-ausgabe
        move ws-gebuehr-stufe-2 to ws-param-betrag-ausgabe
        display "5) Mahngebuehr Stufe 2 (EUR):    "
                ws-param-betrag-ausgabe
        move ws-gebuehr-stufe-3 to ws-param-betrag-ausgabe
        display "6) Mahngebuehr Stufe 3 (EUR):    "
                ws-param-betrag-ausgabe
        move ws-jahr-min to ws-param-zahl-ausgabe
        display "U) Kleinstes Erscheinungsjahr:   "
                ws-param-zahl-ausgabe
        move ws-jahr-max to ws-param-zahl-ausgabe
        display "O) Groesstes Erscheinungsjahr:   "
                ws-param-zahl-ausgabe
        move ws-leihgebuehr-vhs to ws-param-betrag-ausgabe
        display "H) Leihgebuehr VHS (EUR):        "
                ws-param-betrag-ausgabe
        move ws-leihgebuehr-dvd to ws-param-betrag-ausgabe
        display "D) Leihgebuehr DVD (EUR):        "
                ws-param-betrag-ausgabe
        move ws-anonym-jahre to ws-param-zahl-ausgabe
        display "A) Jahre bis zur Anonymisierung: "
                ws-param-zahl-ausgabe
        exit.

       parameter-menu section.
        display "Welcher Parameter soll geaendert werden? "
                &"(E = zurueck zum Hauptmenue)"
        move space to ws-param-wahl
        accept ws-param-wahl
        inspect ws-param-wahl converting "lvuohdae" to "LVUOHDAE"
        evaluate ws-param-wahl
                when "L" when "V" when "1" when "2" when "3"
                when "U" when "O" when "A"
                        move "N" to ws-param-geld
                        perform parameter-aendern
                when "4" when "5" when "6" when "H" when "D"
                        move "J" to ws-param-geld
                        perform parameter-aendern
                when "E" continue
                when other perform falsche-eingabe
        end-evaluate
        exit.

       parameter-aendern section.
        move "N" to ws-param-ok
        move spaces to ws-param-eingabe
        if param-geld
                display "Neuer Betrag in EUR (z.B. 2.50, leer = "
                        &"Abbruch)."
        else
                display "Neuer Wert (ganze Zahl, leer = Abbruch)."
        end-if
        accept ws-param-eingabe
        if ws-param-eingabe not equal spaces
                if function test-numval(ws-param-eingabe) = zero
                        if function numval(ws-param-eingabe)
                                not < zero
                           and function numval(ws-param-eingabe)
                                < 10000
                                compute ws-param-neu =
                                    function numval(ws-param-eingabe)
                                move ws-param-neu to ws-param-ganz
                                move "J" to ws-param-ok
                        end-if
                end-if
                if param-ok
                        perform parameter-wert-uebernehmen
                else
                        display "Ungueltige Eingabe."
                end-if
        end-if
        exit.

       parameter-wert-uebernehmen section.
        move "N" to ws-param-gueltig
        if not param-geld and ws-param-ganz not = ws-param-neu
                display "Bitte eine ganze Zahl eingeben."
        else
                perform parameter-wert-pruefen
        end-if
        if param-gueltig
                perform parameter-speichern
        end-if
        exit.

       parameter-wert-pruefen section.
        evaluate ws-param-wahl
                when "L"
                        move "LEIHFRIST" to ws-param-name
                        move ws-leihfrist to ws-param-alt
                        if ws-param-ganz > zero
                           and ws-param-ganz < 1000
                                move ws-param-ganz to ws-leihfrist
                                move "J" to ws-param-gueltig
                        end-if
                when "V"
                        move "VORMERKFRIST" to ws-param-name
                        move ws-vormerk-frist to ws-param-alt
                        if ws-param-ganz > zero
                           and ws-param-ganz < 1000
                                move ws-param-ganz to ws-vormerk-frist
                                move "J" to ws-param-gueltig
                        end-if
                when "1"
                        move "MAHNFRIST-1" to ws-param-name
                        move ws-frist-stufe-1 to ws-param-alt
                        if ws-param-ganz > zero
                           and ws-param-ganz < ws-frist-stufe-2
                                move ws-param-ganz to ws-frist-stufe-1
                                move "J" to ws-param-gueltig
                        end-if
                when "2"
                        move "MAHNFRIST-2" to ws-param-name
                        move ws-frist-stufe-2 to ws-param-alt
                        if ws-param-ganz > ws-frist-stufe-1
                           and ws-param-ganz < ws-frist-stufe-3
                                move ws-param-ganz to ws-frist-stufe-2
                                move "J" to ws-param-gueltig
                        end-if
                when "3"
                        move "MAHNFRIST-3" to ws-param-name
                        move ws-frist-stufe-3 to ws-param-alt
                        if ws-param-ganz > ws-frist-stufe-2
                           and ws-param-ganz < 1000
                                move ws-param-ganz to ws-frist-stufe-3
                                move "J" to ws-param-gueltig
                        end-if
                when "4"
                        move "MAHNGEBUEHR-1" to ws-param-name
                        move ws-gebuehr-stufe-1 to ws-param-alt
                        if ws-param-neu < 1000
                                move ws-param-neu to ws-gebuehr-stufe-1
                                move "J" to ws-param-gueltig
                        end-if
                when "5"
                        move "MAHNGEBUEHR-2" to ws-param-name
                        move ws-gebuehr-stufe-2 to ws-param-alt
                        if ws-param-neu < 1000
                                move ws-param-neu to ws-gebuehr-stufe-2
                                move "J" to ws-param-gueltig
                        end-if
                when "6"
                        move "MAHNGEBUEHR-3" to ws-param-name
                        move ws-gebuehr-stufe-3 to ws-param-alt
                        if ws-param-neu < 1000
                                move ws-param-neu to ws-gebuehr-stufe-3
                                move "J" to ws-param-gueltig
                        end-if
                when "U"
                        move "JAHR-MIN" to ws-param-name
                        move ws-jahr-min to ws-param-alt
                        if ws-param-ganz > zero
                           and ws-param-ganz < ws-jahr-max
                                move ws-param-ganz to ws-jahr-min
                                move "J" to ws-param-gueltig
                        end-if
                when "O"
                        move "JAHR-MAX" to ws-param-name
                        move ws-jahr-max to ws-param-alt
                        if ws-param-ganz > ws-jahr-min
                                move ws-param-ganz to ws-jahr-max
                                move "J" to ws-param-gueltig
                        end-if
                when "H"
                        move "LEIHGEBUEHR-VHS" to ws-param-name
                        move ws-leihgebuehr-vhs to ws-param-alt
                        if ws-param-neu < 1000
                                move ws-param-neu to ws-leihgebuehr-vhs
                                move "J" to ws-param-gueltig
                        end-if
                when "D"
                        move "LEIHGEBUEHR-DVD" to ws-param-name
                        move ws-leihgebuehr-dvd to ws-param-alt
                        if ws-param-neu < 1000
                                move ws-param-neu to ws-leihgebuehr-dvd
                                move "J" to ws-param-gueltig
                        end-if
                when "A"
                        move "ANONYM-JAHRE" to ws-param-name
                        move ws-anonym-jahre to ws-param-alt
                        if ws-param-ganz > zero
                           and ws-param-ganz < 100
                                move ws-param-ganz to ws-anonym-jahre
                                move "J" to ws-param-gueltig
                        end-if
        end-evaluate
        if not param-gueltig
                display "Der Wert liegt ausserhalb des zulaessigen "
                        &"Bereichs, keine Aenderung."
        end-if
        exit.

       parameter-speichern section.
        accept ws-heute-datum from date yyyymmdd
        open i-o param-datei
        if param-datei-status = "35"
                close param-datei
                open output param-datei
                close param-datei
                open i-o param-datei
        end-if
        move "SYSTEM" to pm-schluessel
        read param-datei
                invalid key
                        move "N" to ws-param-vorhanden
                not invalid key
                        move "J" to ws-param-vorhanden
        end-read
        move spaces to param-satz
        move "SYSTEM" to pm-schluessel
        move ws-leihfrist to pm-leihfrist
        move ws-vormerk-frist to pm-vormerk-frist
        move ws-frist-stufe-1 to pm-frist-stufe-1
        move ws-frist-stufe-2 to pm-frist-stufe-2
        move ws-frist-stufe-3 to pm-frist-stufe-3
        move ws-gebuehr-stufe-1 to pm-gebuehr-stufe-1
        move ws-gebuehr-stufe-2 to pm-gebuehr-stufe-2
        move ws-gebuehr-stufe-3 to pm-gebuehr-stufe-3
        move ws-jahr-min to pm-jahr-min
        move ws-jahr-max to pm-jahr-max
        move ws-leihgebuehr-vhs to pm-leihgebuehr-vhs
        move ws-leihgebuehr-dvd to pm-leihgebuehr-dvd
        move ws-anonym-jahre to pm-anonym-jahre
        move ws-heute-datum to pm-geaendert-am
        move bediener-id to pm-geaendert-von
        if param-vorhanden
                rewrite param-satz
                        invalid key move "99" to param-datei-status
                end-rewrite
        else
                write param-satz
                        invalid key move "99" to param-datei-status
                end-write
        end-if
        if param-datei-status = "00"
                display "Parameter " ws-param-name " ist geaendert."
                perform parameter-audit
        else
                display "Speichern der Parameter fehlgeschlagen."
        end-if
        close param-datei
        exit.

       parameter-audit section.
        move ws-param-name to audit-name
        move zero to audit-vor-jahr
        move spaces to audit-vor-beschreibung
        move zero to audit-nach-jahr
        move spaces to audit-nach-beschreibung
        if param-geld
                move ws-param-alt to ws-param-betrag-ausgabe
                string "Wert " delimited by size
                        ws-param-betrag-ausgabe delimited by size
                        into audit-vor-beschreibung
                end-string
                move ws-param-neu to ws-param-betrag-ausgabe
                string "Wert " delimited by size
                        ws-param-betrag-ausgabe delimited by size
                        into audit-nach-beschreibung
                end-string
        else
                move ws-param-alt to ws-param-zahl-ausgabe
                string "Wert " delimited by size
                        ws-param-zahl-ausgabe delimited by size
                        into audit-vor-beschreibung
                end-string
                move ws-param-ganz to ws-param-zahl-ausgabe
                string "Wert " delimited by size
                        ws-param-zahl-ausgabe delimited by size
                        into audit-nach-beschreibung
                end-string
        end-if
        move "PARAMETER" to audit-aktion
        perform audit-schreiben
        exit.

       besetzung-kaskade-abfragen section.
        move space to ws-kaskade-antwort
        display "Zugehoerige Besetzungs-/Genresaetze ebenfalls "
                &"loeschen? (J/N)"
        accept ws-kaskade-antwort
        inspect ws-kaskade-antwort converting "j" to "J"
        if kaskade-loeschen-ja
                perform besetzung-kaskade-loeschen
        else
                display "Besetzungssaetze bleiben erhalten."
        end-if
        exit.

       besetzung-kaskade-loeschen section.
        move zero to ws-kaskade-zaehler
        open i-o besetzung-datei
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
                                                move "10" to
                                                besetzung-datei-status
                end-perform
                close besetzung-datei
                move ws-kaskade-zaehler to ws-kaskade-zaehler-ausgabe
                display "Geloeschte Besetzungssaetze: "
                        ws-kaskade-zaehler-ausgabe
        end-if
        exit.

       besetzung-satz-wegloeschen section.
        move bs-darsteller-name to ws-kaskade-darsteller
        delete besetzung-datei
                invalid key
                        display "Besetzungssatz konnte nicht "
                                &"geloescht werden."
                not invalid key
                        add 1 to ws-kaskade-zaehler
                        move ws-kaskade-darsteller
                                to ws-bx-darsteller
                        move ws-kaskade-film-nr to ws-bx-film
                        perform besidx-austragen
                        move ws-kaskade-film-nr to ws-audit-film-nr
                        move ws-kaskade-filmname to ws-audit-film-titel
                        perform audit-film-name-bilden
                        move zero to audit-vor-jahr
                        move ws-kaskade-darsteller
                                to audit-vor-beschreibung
                        move zero to audit-nach-jahr
                        move spaces to audit-nach-beschreibung
                        move "BES-LOESCHEN" to audit-aktion
                        perform audit-schreiben
        end-delete
        exit.

       film-verleihen section.
        move spaces to ws-ziel-filmname
        display "Welcher Film soll verliehen werden? (Filmname, "
                &"Filmnummer oder Inventarnummer)"
        accept ws-ziel-filmname
        if ws-ziel-filmname = spaces
                display "Der Filmname darf nicht leer sein."
        else
                perform inventar-eingabe-pruefen
                evaluate true
                        when scan-eingabe and inventar-gefunden
                                perform kopie-verleihen
                        when scan-eingabe
                                continue
                        when other
                                perform film-vorhanden-pruefen
                                if not film-vorhanden
                                        display "Diesen Film gibt es "
                                                &"nicht im Katalog."
                                else
                                        perform verleih-satz-anlegen
                                end-if
                end-evaluate
        end-if
        exit.

       kopie-verleihen section.
        open i-o verleih-datei
        if verleih-datei-status = "35"
                close verleih-datei
                open output verleih-datei
                close verleih-datei
                open i-o verleih-datei
        end-if
        move "N" to ws-kopie-frei
        open input medien-datei
        if medien-datei-status = "35"
                close medien-datei
                display "Es sind keine Kopien erfasst."
        else
                move ws-ziel-film-nr to md-film-nr
                move ws-kopie-wert to md-kopie-nr
                read medien-datei
                        invalid key
                                display "Diese Kopie ist nicht im "
                                        &"Bestand."
                        not invalid key
                                perform kopie-verfuegbar-pruefen
                end-read
                close medien-datei
        end-if
        if kopie-frei
                perform verleih-daten-erfassen
        end-if
        close verleih-datei
        exit.

       kopie-verfuegbar-pruefen section.
        if kopie-ausser-dienst
                display "Diese Kopie ist ausser Dienst ("
                        md-zustand ")."
        else
                perform kopie-frei-pruefen
                if not kopie-frei
                        display "Diese Kopie ist bereits verliehen."
                end-if
        end-if
        exit.
                        perform verleih-daten-erfassen
                else
                        display "Alle Kopien dieses Films sind "
                                &"verliehen oder ausser Dienst:"
                        perform offene-verleihe-zeigen
                        perform vormerkung-anbieten
                end-if

       vormerkung-anlegen section.
        perform kunden-nr-eingeben
        if kunde-ok
                move "Vormerkung" to ws-fsk-vorgang
                perform altersfreigabe-pruefen
        end-if
        if kunde-ok
                accept ws-heute-datum from date yyyymmdd
                open i-o reserv-datei
       vormerk-nr-hoechste-ermitteln section.
        move zero to ws-max-vormerk-nr
        move "N" to ws-vormerk-doppelt
        move ws-ziel-film-nr to rs-film-nr
        move zero to rs-lfd-nr
        start reserv-datei key is not less than rs-schluessel
                invalid key move "10" to reserv-datei-status
                read reserv-datei next record
                        at end move "10" to reserv-datei-status
                        not at end
                                if rs-film-nr = ws-ziel-film-nr
                                        move rs-lfd-nr
                                                to ws-max-vormerk-nr
                                        if rs-kunden-nr
                + ws-vormerk-frist
        compute ws-verfall-datum
                = function date-of-integer(ws-verfall-tage)
        move ws-ziel-film-nr to rs-film-nr
        compute rs-lfd-nr = ws-max-vormerk-nr + 1
        move ws-kunden-nr to rs-kunden-nr
        move ws-heute-datum to rs-datum
                                ws-kunde-name
                                " ist angelegt, gueltig bis "
                                ws-verfall-datum "."
                        move ws-ziel-film-nr to ws-audit-film-nr
                        move ws-ziel-filmname to ws-audit-film-titel
                        perform audit-film-name-bilden
                        move zero to audit-vor-jahr
                        move spaces to audit-vor-beschreibung
                        move zero to audit-nach-jahr
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

       offene-verleihe-zeigen section.
        move zero to ws-offene-zaehler
        move ws-ziel-film-nr to vl-film-nr
        move zero to vl-kopie-nr
        start verleih-datei key is not less than vl-schluessel
                invalid key move "10" to verleih-datei-status
                        at end move "10"
                                to verleih-datei-status
                        not at end
                                if vl-film-nr = ws-ziel-film-nr
                                        add 1 to ws-offene-zaehler
                                        move vl-kunden-nr
                                                to ws-kunden-nr

       verleih-daten-erfassen section.
        perform kunden-nr-eingeben
        if kunde-ok
                move "Ausleihe" to ws-fsk-vorgang
                perform altersfreigabe-pruefen
        end-if
        if kunde-ok
                accept ws-heute-datum from date yyyymmdd
                perform faellig-datum-eingeben
                move ws-ziel-film-nr to vl-film-nr
                move ws-freie-kopie to vl-kopie-nr
                move ws-kunden-nr to vl-kunden-nr
                move ws-heute-datum to vl-datum-aus
                                        " ist verliehen an "
                                        ws-kunde-name " bis "
                                        ws-faellig-wert "."
                                move ws-ziel-film-nr to ws-audit-film-nr
                                move ws-ziel-filmname
                                        to ws-audit-film-titel
                                perform audit-film-name-bilden
                                move zero to audit-vor-jahr
                                move spaces to audit-vor-beschreibung
                                string "Kopie " delimited by size
                                perform kunden-audit-text
                                move "AUSLEIHE" to audit-aktion
                                perform audit-schreiben
                                perform leihgebuehr-buchen
                                perform vormerkung-erfuellen
                end-write
        end-if
        exit.

       leihgebuehr-buchen section.
        move "LEIHGEBUEHR" to ws-buchung-art
        move "S" to ws-buchung-sh
        if ws-freie-medium = "DVD"
                move ws-leihgebuehr-dvd to ws-buchung-betrag
        else
                move ws-leihgebuehr-vhs to ws-buchung-betrag
        end-if
        move spaces to ws-buchung-text
        string ws-ziel-filmname delimited by size
                " Kopie " delimited by size
                ws-freie-kopie delimited by size
                " " delimited by size
                ws-freie-medium delimited by size
                into ws-buchung-text
        end-string
        perform konto-buchen
        if buchung-ok
                move ws-buchung-betrag to ws-betrag-ausgabe
                display "Leihgebuehr " ws-betrag-ausgabe " EUR ist "
                        &"dem Kundenkonto belastet."
        end-if
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
                                display "Die Vormerkung des Kunden "
                                        &"fuer diesen Film ist "
                                        &"erfuellt und ausgetragen."
                                move ws-ziel-film-nr
                                        to ws-audit-film-nr
                                move ws-ziel-filmname
                                        to ws-audit-film-titel
                                perform audit-film-name-bilden
                                move zero to audit-vor-jahr
                                move spaces
                                        to audit-vor-beschreibung
                                display "Diese Kundennummer gibt es "
                                        &"nicht."
                        not invalid key
                                evaluate kd-status
                                    when "G"
                                        display "Dieser Kunde ist "
                                                &"gesperrt."
                                    when "X"
                                        display "Dieser Kunde ist "
                                                &"anonymisiert."
                                    when other
                                        move "J" to ws-kunde-ok
                                        move kd-name to ws-kunde-name
                                        move kd-geburtsdatum
                                                to ws-kunde-geburt
                                end-evaluate
                end-read
                close kunden-datei
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
                accept ws-heute-datum from date yyyymmdd
                perform kunden-alter-berechnen
                if ws-kunde-geburt = zero
                        or ws-kunde-alter < ws-film-fsk
                        move "N" to ws-kunde-ok
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
        if ws-kunde-geburt = zero
                display "Abgelehnt: der Film ist ab " ws-film-fsk
                        " Jahren freigegeben, fuer den Kunden ist "
                        &"kein Geburtsdatum erfasst."
                string ws-fsk-vorgang delimited by space
                        " abgelehnt, FSK " delimited by size
                        ws-film-fsk delimited by size
                        ", kein Geburtsdatum" delimited by size
                        into audit-vor-beschreibung
                end-string
        else
                display "Abgelehnt: der Film ist ab " ws-film-fsk
                        " Jahren freigegeben, der Kunde ist "
                        ws-kunde-alter " Jahre alt."
                string ws-fsk-vorgang delimited by space
                        " abgelehnt, FSK " delimited by size
                        ws-film-fsk delimited by size
                        ", Alter " delimited by size
                        ws-kunde-alter delimited by size
                        into audit-vor-beschreibung
                end-string
        end-if
        move zero to audit-nach-jahr
        perform kunden-audit-text
        move "FSK-SPERRE" to audit-aktion
        perform audit-schreiben
        exit.

       kunden-name-ermitteln section.
        move "unbekannt" to ws-kunde-name
        open input kunden-datei
        move "N" to ws-faellig-ok
        perform until faellig-ok
                move spaces to ws-faellig-eingabe
                move ws-leihfrist to ws-leihfrist-ausgabe
                display "Faellig am (JJJJMMTT, leer = "
                        ws-leihfrist-ausgabe " Tage)."
                accept ws-faellig-eingabe
                if ws-faellig-eingabe = spaces
                        compute ws-faellig-tage
                                = function integer-of-date
                                        (ws-heute-datum)
                                + ws-leihfrist
                        compute ws-faellig-wert
                                = function date-of-integer
                                        (ws-faellig-tage)

       film-zuruecknehmen section.
        move spaces to ws-ziel-filmname
        display "Welcher Film wird zurueckgegeben? (Filmname, "
                &"Filmnummer oder Inventarnummer)"
        accept ws-ziel-filmname
        if ws-ziel-filmname = spaces
                display "Der Filmname darf nicht leer sein."
        else
                perform inventar-eingabe-pruefen
                evaluate true
                        when scan-eingabe and inventar-gefunden
                                perform kopie-scan-zuruecknehmen
                        when scan-eingabe
                                continue
                        when other
                                perform film-vorhanden-pruefen
                                if not film-vorhanden
                                        display "Diesen Film gibt es "
                                                &"nicht im Katalog."
                                else
                                        perform film-name-zuruecknehmen
                                end-if
                end-evaluate
        end-if
        exit.

       kopie-scan-zuruecknehmen section.
        open i-o verleih-datei
        if verleih-datei-status = "35"
                close verleih-datei
                display "Es sind keine Verleihdaten vorhanden."
        else
                perform kopie-zuruecknehmen
                close verleih-datei
        end-if
        exit.

       film-name-zuruecknehmen section.
        open i-o verleih-datei
        if verleih-datei-status = "35"
                close verleih-datei
                display "Es sind keine Verleihdaten "
                        &"vorhanden."
        else
                display "Offene Verleihvorgaenge zu "
                        &"diesem Film:"
                perform offene-verleihe-zeigen
                if ws-offene-zaehler = zero
                        display "Dieser Film ist nicht "
                                &"verliehen."
                else
                        perform kopie-nr-eingeben
                        if kopie-ok
                                perform kopie-zuruecknehmen
                        end-if
                end-if
                close verleih-datei
        end-if
        exit.

       kopie-zuruecknehmen section.
        move ws-ziel-film-nr to vl-film-nr
        move ws-kopie-wert to vl-kopie-nr
        read verleih-datei
                invalid key
                        display "Diese Kopie ist nicht verliehen."
                not invalid key
                        perform zustand-eingeben
                        perform verleih-satz-austragen
                        if not zustand-ausser-dienst
                                perform vormerkungen-zeigen
                        end-if
        end-read
        exit.

                accept ws-heute-datum from date yyyymmdd
                perform vormerkungen-bereinigen
                move zero to ws-vormerk-zaehler
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
                                                  vormerkung-anzeigen
                                        else
        exit.

       vormerkungen-bereinigen section.
        move ws-ziel-film-nr to rs-film-nr
        move zero to rs-lfd-nr
        start reserv-datei key is not less than rs-schluessel
                invalid key move "10" to reserv-datei-status
                read reserv-datei next record
                        at end move "10" to reserv-datei-status
                        not at end
                                if rs-film-nr = ws-ziel-film-nr
                                        if rs-verfall
                                                < ws-heute-datum
                                                perform
                                " von Kunde " ws-kunden-nr
                                " ist verfallen und wurde "
                                &"ausgetragen."
                        move ws-ziel-film-nr to ws-audit-film-nr
                        move ws-ziel-filmname to ws-audit-film-titel
                        perform audit-film-name-bilden
                        move zero to audit-vor-jahr
                        move spaces to audit-vor-beschreibung
                        string "Kunde " delimited by size
        else
                accept ws-heute-datum from date yyyymmdd
                perform vormerkungen-bereinigen
                move ws-ziel-film-nr to rs-film-nr
                move zero to rs-lfd-nr
                start reserv-datei key is not less than
                        rs-schluessel
                                at end move "10"
                                        to reserv-datei-status
                                not at end
                                        if rs-film-nr
                                                = ws-ziel-film-nr
                                                add 1 to
                                                  ws-vormerk-zaehler
                                                move "J" to
                                ws-ziel-filmname
                                " ist zurueckgenommen von: "
                                ws-kunden-nr " " ws-kunde-name
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

       zustand-eingeben section.
        move space to ws-zustand-code
        perform until zustand-gueltig
                display "Zustand der Kopie: O) in Ordnung, "
                        &"B) beschaedigt, D) defekt, V) verloren."
                accept ws-zustand-code
                inspect ws-zustand-code converting "obdv" to "OBDV"
                if not zustand-gueltig
                        display "Bitte O, B, D oder V eingeben."
                end-if
        end-perform
        move spaces to ws-schadensart
        if not zustand-in-ordnung
                display "Art des Schadens (max. 30 Zeichen)."
                accept ws-schadensart
        end-if
        evaluate ws-zustand-code
                when "B" move "BESCHAEDIGT" to ws-zustand-text
                when "D" move "DEFEKT" to ws-zustand-text
                when "V" move "VERLOREN" to ws-zustand-text
                when other move "IN ORDNUNG" to ws-zustand-text
        end-evaluate
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
                        display "Schadensfall konnte nicht angelegt "
                                &"werden."
                not invalid key
                        display "Schadensfall " sc-schaden-nr
                                " ist angelegt."
                        move "SCHADEN" to audit-aktion
                        perform schaden-audit-satz
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
                display "Es sind keine Kopien erfasst, der Zustand "
                        &"wird nicht vermerkt."
        else
                move ws-ziel-film-nr to md-film-nr
                move ws-kopie-wert to md-kopie-nr
                read medien-datei
                        invalid key
                                display "Diese Kopie gibt es nicht, "
                                        &"der Zustand wird nicht "
                                        &"vermerkt."
                        not invalid key
                                move ws-zustand-text to md-zustand
                                rewrite medien-satz
                                        invalid key
                                                display "Zustand "
                                                  &"konnte nicht "
                                                  &"vermerkt werden."
                                end-rewrite
                                if kopie-ausser-dienst
                                        display "Die Kopie ist "
                                                &"ausser Dienst "
                                                &"gestellt."
                                end-if
                end-read
                close medien-datei
        end-if
        exit.

       schaden-audit-satz section.
        move sc-film-nr to ws-titel-film-nr
        perform film-titel-ermitteln
        move ws-titel-film-nr to ws-audit-film-nr
        move ws-film-titel to ws-audit-film-titel
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
        perform audit-schreiben
        exit.

       historie-schreiben section.
        accept ws-heute-datum from date yyyymmdd
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
        if verleih-datei-status = "35"
                close verleih-datei
        else
                move ws-ziel-film-nr to vl-film-nr
                move zero to vl-kopie-nr
                start verleih-datei key is not less than
                        vl-schluessel
                                at end move "10"
                                        to verleih-datei-status
                                not at end
                                        if vl-film-nr
                                                = ws-ziel-film-nr
                                                add 1 to
                                                  ws-verliehen-zaehler
                                        else
        end-if
        exit.

       schaden-pflege section.
        move space to ws-schaden-wahl
        perform until schaden-pflege-ende
                perform schaden-menu
        end-perform
        exit.

       schaden-menu section.
        display "Schadensfaelle"
        display "L) Offene Schadensfaelle anzeigen."
        display "A) Verlorene oder defekte Kopie abschreiben."
        display "K) Schadensfall ohne Abschreibung abschliessen."
        display "E) Zurueck zum Hauptmenue."
        move space to ws-schaden-wahl
        accept ws-schaden-wahl
        inspect ws-schaden-wahl converting "lake" to "LAKE"
        evaluate ws-schaden-wahl
                when "L" perform schaden-liste-zeigen
                when "A" perform schaden-abschreiben
                when "K" perform schaden-abschliessen
                when "E" continue
                when other perform falsche-eingabe
        end-evaluate
        exit.

       schaden-liste-zeigen section.
        move zero to ws-schaden-zaehler
        open input schaden-datei
        if schaden-datei-status = "35"
                close schaden-datei
                display "Es sind keine Schadensfaelle erfasst."
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
                                        if sc-status = "O"
                                                perform
                                                  schaden-zeile-zeigen
                                        end-if
                        end-read
                end-perform
                close schaden-datei
                move ws-schaden-zaehler to ws-schaden-ausgabe
                display "Offene Schadensfaelle: " ws-schaden-ausgabe
        end-if
        exit.

       schaden-zeile-zeigen section.
        add 1 to ws-schaden-zaehler
        move sc-film-nr to ws-titel-film-nr
        perform film-titel-ermitteln
        display sc-schaden-nr " " sc-film-nr " " ws-film-titel
                " Kopie " sc-kopie-nr " Kunde " sc-kunden-nr " "
                sc-datum-rueck " " sc-zustand " " sc-schadensart
        exit.

       schaden-nr-eingeben section.
        move "N" to ws-schaden-ok
        move spaces to ws-schaden-nr-eingabe
        display "Nummer des Schadensfalls eingeben (5-stellig)."
        accept ws-schaden-nr-eingabe
        if ws-schaden-nr-eingabe is not numeric
                display "Ungueltige Nummer."
        else
                move "J" to ws-schaden-ok
        end-if
        exit.

       schaden-abschreiben section.
        perform schaden-nr-eingeben
        if schaden-ok
                open i-o schaden-datei
                if schaden-datei-status = "35"
                        close schaden-datei
                        display "Es sind keine Schadensfaelle "
                                &"erfasst."
                else
                        move ws-schaden-nr-wert to sc-schaden-nr
                        read schaden-datei
                                invalid key
                                        display "Diesen Schadensfall "
                                                &"gibt es nicht."
                                not invalid key
                                        perform
                                            schaden-abschreibung-pruefen
                        end-read
                        close schaden-datei
                end-if
        end-if
        exit.

       schaden-abschreibung-pruefen section.
        if sc-status not equal "O"
                display "Dieser Schadensfall ist bereits "
                        &"abgeschlossen."
        else
                if sc-zustand not equal "VERLOREN"
                        and sc-zustand not equal "DEFEKT"
                        display "Nur verlorene oder defekte Kopien "
                                &"koennen abgeschrieben werden."
                else
                        move sc-film-nr to ws-titel-film-nr
                        perform film-titel-ermitteln
                        move space to ws-ja-nein
                        display "Kopie " sc-kopie-nr " von "
                                ws-film-titel " (" sc-zustand
                                ") abschreiben? (J/N)"
                        accept ws-ja-nein
                        inspect ws-ja-nein converting "j" to "J"
                        if ja-gewaehlt
                                perform kopie-abschreiben
                        end-if
                end-if
        end-if
        exit.

       kopie-abschreiben section.
        move sc-film-nr to ws-ziel-film-nr
        move sc-kopie-nr to ws-kopie-wert
        move "ABGESCHRIEBEN" to ws-zustand-text
        perform kopie-zustand-setzen
        accept ws-heute-datum from date yyyymmdd
        move "A" to sc-status
        move ws-heute-datum to sc-erledigt-datum
        move bediener-id to sc-erledigt-bediener
        rewrite schaden-satz
                invalid key
                        display "Aendern fehlgeschlagen."
                not invalid key
                        display "Kopie " sc-kopie-nr " von "
                                ws-film-titel " ist abgeschrieben."
                        move "ABSCHREIBUNG" to audit-aktion
                        perform schaden-audit-satz
        end-rewrite
        exit.

       schaden-abschliessen section.
        perform schaden-nr-eingeben
        if schaden-ok
                open i-o schaden-datei
                if schaden-datei-status = "35"
                        close schaden-datei
                        display "Es sind keine Schadensfaelle "
                                &"erfasst."
                else
                        move ws-schaden-nr-wert to sc-schaden-nr
                        read schaden-datei
                                invalid key
                                        display "Diesen Schadensfall "
                                                &"gibt es nicht."
                                not invalid key
                                        perform schaden-fall-erledigen
                        end-read
                        close schaden-datei
                end-if
        end-if
        exit.

       schaden-fall-erledigen section.
        if sc-status not equal "O"
                display "Dieser Schadensfall ist bereits "
                        &"abgeschlossen."
        else
                accept ws-heute-datum from date yyyymmdd
                move "E" to sc-status
                move ws-heute-datum to sc-erledigt-datum
                move bediener-id to sc-erledigt-bediener
                rewrite schaden-satz
                        invalid key
                                display "Aendern fehlgeschlagen."
                        not invalid key
                                display "Schadensfall " sc-schaden-nr
                                        " ist abgeschlossen."
                                move "SCHADEN-ERL" to audit-aktion
                                perform schaden-audit-satz
                end-rewrite
        end-if
        exit.

       medien-pflege section.
        move spaces to ws-ziel-filmname
        display "Kopienbestand fuer welchen Film? (Filmname "
                &"oder Filmnummer)"
        accept ws-ziel-filmname
        if ws-ziel-filmname = spaces
                display "Der Filmname darf nicht leer sein."
                display "Zu diesem Film sind keine Kopien erfasst."
        else
                open input medien-datei
                move ws-ziel-film-nr to md-film-nr
                move zero to md-kopie-nr
                start medien-datei key is not less than
                        md-schluessel
                                at end move "10"
                                        to medien-datei-status
                                not at end
                                        if md-film-nr
                                                = ws-ziel-film-nr
                                                display "Kopie "
                                                  md-kopie-nr " "
                                                  md-medium " "
                        close medien-datei
                        open i-o medien-datei
                end-if
                move ws-ziel-film-nr to md-film-nr
                compute md-kopie-nr = ws-max-kopie + 1
                move ws-medium-eingabe to md-medium
                move ws-zustand-eingabe to md-zustand
                        not invalid key
                                display "Kopie " md-kopie-nr
                                        " ist angelegt."
                                perform inventar-nr-vergeben
                end-write
                close medien-datei
        end-if
                        close medien-datei
                        display "Es sind keine Kopien erfasst."
                else
                        move ws-ziel-film-nr to md-film-nr
                        move ws-kopie-wert to md-kopie-nr
                        read medien-datei
                                invalid key
                        close medien-datei
                        display "Es sind keine Kopien erfasst."
                else
                        move ws-ziel-film-nr to md-film-nr
                        move ws-kopie-wert to md-kopie-nr
                        delete medien-datei
                                invalid key
                                        display "Kopie "
                                                ws-kopie-wert
                                                " ist geloescht."
                                        move ws-ziel-film-nr
                                                to ws-kaskade-film-nr
                                        move ws-kopie-wert
                                                to ws-inv-such-kopie
                                        perform inventar-nr-austragen
                        end-delete
                        close medien-datei
                end-if
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
                                                move vl-kunden-nr
        if verleih-datei-status = "35"
                close verleih-datei
        else
                move ws-kaskade-film-nr to vl-film-nr
                move zero to vl-kopie-nr
                start verleih-datei key is not less than
                        vl-schluessel
                                at end move "10"
                                        to verleih-datei-status
                                not at end
                                        if vl-film-nr
                                                = ws-kaskade-film-nr
                                                perform
                                              verleih-satz-austragen-weg
                                        else
        display "Der offene Verleihvorgang (Kopie "
                ws-kopie-wert ", Kunde: "
                ws-kunde-name ") ist ausgetragen."
        move ws-kaskade-film-nr to ws-audit-film-nr
        move ws-kaskade-filmname to ws-audit-film-titel
        perform audit-film-name-bilden
        move zero to audit-vor-jahr
        move spaces to audit-vor-beschreibung
        string "Kopie " delimited by size
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
        end-if
        exit.

       medien-satz-wegloeschen section.
        move md-kopie-nr to ws-kopie-wert
        delete medien-datei
                invalid key
                        display "Kopiensatz konnte nicht "
                                &"geloescht werden."
                not invalid key
                        add 1 to ws-kaskade-zaehler
                        move ws-kaskade-film-nr to ws-audit-film-nr
                        move ws-kaskade-filmname to ws-audit-film-titel
                        perform audit-film-name-bilden
                        move zero to audit-vor-jahr
                        move spaces to audit-vor-beschreibung
                        string "Kopie " delimited by size
                                ws-kopie-wert delimited by size
                                into audit-vor-beschreibung
                        end-string
                        move zero to audit-nach-jahr
                        move spaces to audit-nach-beschreibung
                        move "MED-LOESCHEN" to audit-aktion
                        perform audit-schreiben
        end-delete
        exit.

       einkauf-pflege section.
        move space to ws-einkauf-wahl
        perform until einkauf-pflege-ende
                perform einkauf-menu
        end-perform
        exit.

       einkauf-menu section.
        display "Einkauf"
        display "L) Offene Bestellungen anzeigen."
        display "A) Bestellung anlegen."
        display "W) Wareneingang zu einer Bestellung buchen."
        display "S) Bestellung stornieren."
        display "E) Zurueck zum Hauptmenue."
        move space to ws-einkauf-wahl
        accept ws-einkauf-wahl
        inspect ws-einkauf-wahl converting "lawse" to "LAWSE"
        evaluate ws-einkauf-wahl
                when "L" perform bestellungen-zeigen
                when "A" perform bestellung-anlegen
                when "W" perform wareneingang-buchen
                when "S" perform bestellung-stornieren
                when "E" continue
                when other perform falsche-eingabe
        end-evaluate
        exit.

       bestellungen-zeigen section.
        move zero to ws-bestell-zaehler
        open input bestell-datei
        if bestell-datei-status = "35"
                close bestell-datei
                display "Es sind keine Bestellungen erfasst."
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
                                                add 1 to
                                                  ws-bestell-zaehler
                                                display be-bestell-nr
                                                  " " be-film-nr
                                                  " " be-film-name
                                                  " " be-medium
                                                  " Menge " be-menge
                                                  " geliefert "
                                                  be-geliefert " "
                                                  be-lieferant " "
                                                  be-bestell-datum
                                        end-if
                        end-read
                end-perform
                close bestell-datei
                move ws-bestell-zaehler to ws-bestell-ausgabe
                display "Offene Bestellungen: " ws-bestell-ausgabe
        end-if
        exit.

       bestellung-anlegen section.
        move spaces to ws-ziel-filmname
        display "Welcher Titel soll bestellt werden? (Filmname "
                &"oder Filmnummer)"
        accept ws-ziel-filmname
        if ws-ziel-filmname = spaces
                display "Der Filmname darf nicht leer sein."
        else
                perform film-vorhanden-pruefen
                if filmnr-eingabe and not film-vorhanden
                        display "Diese Filmnummer gibt es nicht."
                else
                        perform bestellung-erfassen
                end-if
        end-if
        exit.

       bestellung-erfassen section.
        if not film-vorhanden
                display "Diesen Titel gibt es noch nicht im "
                        &"Katalog, er wird beim Wareneingang "
                        &"angelegt."
        end-if
        perform medium-eingeben
        perform bestell-menge-eingeben
        display "Lieferant (max. 30 Zeichen)."
        move spaces to ws-lieferant-eingabe
        accept ws-lieferant-eingabe
        if ws-lieferant-eingabe = spaces
                display "Ohne Lieferant wird keine Bestellung "
                        &"angelegt."
        else
                perform bestellung-schreiben
        end-if
        exit.

       bestell-menge-eingeben section.
        move "N" to ws-menge-ok
        perform until menge-ok
                move spaces to ws-menge-eingabe
                display "Menge eingeben (2-stellig, 01-99)."
                accept ws-menge-eingabe
                if ws-menge-eingabe is not numeric
                        or ws-menge-wert = zero
                        display "Ungueltige Menge."
                else
                        move "J" to ws-menge-ok
                end-if
        end-perform
        exit.

       bestellung-schreiben section.
        perform bestell-nr-hoechste-ermitteln
        accept ws-heute-datum from date yyyymmdd
        open i-o bestell-datei
        if bestell-datei-status = "35"
                close bestell-datei
                open output bestell-datei
                close bestell-datei
                open i-o bestell-datei
        end-if
        compute be-bestell-nr = ws-max-bestell-nr + 1
        move ws-ziel-film-nr to be-film-nr
        move ws-ziel-filmname to be-film-name
        move ws-medium-eingabe to be-medium
        move ws-menge-wert to be-menge
        move ws-lieferant-eingabe to be-lieferant
        move ws-heute-datum to be-bestell-datum
        move "O" to be-status
        move zero to be-geliefert
        move zero to be-liefer-datum
        move bediener-id to be-bediener
        write bestell-satz
                invalid key
                        display "Diese Bestellnummer ist bereits "
                                &"vergeben."
                not invalid key
                        display "Bestellung " be-bestell-nr
                                " ist angelegt."
                        move be-film-nr to ws-audit-film-nr
                        move be-film-name to ws-audit-film-titel
                        perform audit-film-name-bilden
                        move zero to audit-vor-jahr
                        move spaces to audit-vor-beschreibung
                        move zero to audit-nach-jahr
                        move spaces to audit-nach-beschreibung
                        string "Bestellung " delimited by size
                                be-bestell-nr delimited by size
                                ": " delimited by size
                                be-menge delimited by size
                                " " delimited by size
                                be-medium delimited by size
                                " bei " delimited by size
                                be-lieferant delimited by size
                                into audit-nach-beschreibung
                        end-string
                        move "BESTELLUNG" to audit-aktion
                        perform audit-schreiben
        end-write
        close bestell-datei
        exit.

       bestell-nr-hoechste-ermitteln section.
        move zero to ws-max-bestell-nr
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
                                        move be-bestell-nr
                                                to ws-max-bestell-nr
                        end-read
                end-perform
                close bestell-datei
        end-if
        exit.

       bestell-nr-eingeben section.
        move "N" to ws-bestellung-ok
        move spaces to ws-bestell-nr-eingabe
        display "Bestellnummer eingeben (5-stellig)."
        accept ws-bestell-nr-eingabe
        if ws-bestell-nr-eingabe is not numeric
                display "Ungueltige Nummer."
        else
                move "J" to ws-bestellung-ok
        end-if
        exit.

       wareneingang-buchen section.
        perform bestell-nr-eingeben
        if bestellung-ok
                open i-o bestell-datei
                if bestell-datei-status = "35"
                        close bestell-datei
                        display "Es sind keine Bestellungen erfasst."
                else
                        move ws-bestell-nr-wert to be-bestell-nr
                        read bestell-datei
                                invalid key
                                        display "Diese Bestellung "
                                                &"gibt es nicht."
                                not invalid key
                                        perform wareneingang-pruefen
                        end-read
                        close bestell-datei
                end-if
        end-if
        exit.

       wareneingang-pruefen section.
        if not bestellung-offen
                display "Diese Bestellung ist nicht mehr offen."
        else
                compute ws-liefer-rest = be-menge - be-geliefert
                display "Bestellt: " be-menge " " be-medium
                        " " be-film-name ", bisher geliefert: "
                        be-geliefert
                perform liefer-menge-eingeben
                if be-film-nr = zero
                        perform bestell-film-zuordnen
                end-if
                move spaces to ws-filmnr-eingabe
                move be-film-nr to ws-filmnr-wert
                move ws-filmnr-eingabe to ws-ziel-filmname
                perform film-vorhanden-pruefen
                perform kopien-ermitteln
                evaluate true
                        when not film-vorhanden
                                display "Ohne Katalogeintrag kann der "
                                        &"Wareneingang nicht gebucht "
                                        &"werden."
                        when ws-max-kopie + ws-liefer-menge > 99
                                display "Maximal 99 Kopien je Film "
                                        &"moeglich."
                        when other
                                display "Standort/Regal der neuen "
                                        &"Kopien (max. 10 Zeichen)."
                                move spaces to ws-standort-eingabe
                                accept ws-standort-eingabe
                                perform liefer-kopien-anlegen
                                perform bestellung-fortschreiben
                                perform vormerkungen-zeigen
                end-evaluate
        end-if
        exit.

       bestell-film-zuordnen section.
        move be-film-name to ws-ziel-filmname
        move "N" to ws-film-vorhanden
        move zero to ws-ziel-film-nr
        open input film-datei
        if film-datei-status = "35"
                close film-datei
        else
                perform film-name-aufloesen
                close film-datei
        end-if
        if film-vorhanden
                move space to ws-ja-nein
                display "Im Katalog gefunden: " ws-ziel-film-nr " "
                        ws-ziel-filmname
                display "Wareneingang fuer diesen Film buchen? "
                        &"(J/N, N = Titel neu anlegen)"
                accept ws-ja-nein
                inspect ws-ja-nein converting "j" to "J"
                if not ja-gewaehlt
                        move "N" to ws-film-vorhanden
                end-if
        end-if
        if not film-vorhanden
                display "Der Titel wird jetzt im Katalog "
                        &"angelegt."
                move be-film-name to pruefer-name
                move spaces to ws-alter-filmname
                move zero to ws-ziel-film-nr
                perform film-neu-erfassen
                if not sperr-konflikt
                        move "J" to ws-film-vorhanden
                end-if
        end-if
        if film-vorhanden
                move ws-ziel-film-nr to be-film-nr
                rewrite bestell-satz
                        invalid key
                                display "Bestellung konnte nicht "
                                        &"fortgeschrieben werden."
                end-rewrite
        end-if
        exit.

       liefer-menge-eingeben section.
        move "N" to ws-menge-ok
        perform until menge-ok
                move spaces to ws-menge-eingabe
                display "Gelieferte Menge (2-stellig, leer = "
                        ws-liefer-rest ")."
                accept ws-menge-eingabe
                if ws-menge-eingabe = spaces
                        move ws-liefer-rest to ws-liefer-menge
                        move "J" to ws-menge-ok
                else
                        if ws-menge-eingabe is not numeric
                                or ws-menge-wert = zero
                                or ws-menge-wert > ws-liefer-rest
                                display "Ungueltige Menge."
                        else
                                move ws-menge-wert to ws-liefer-menge
                                move "J" to ws-menge-ok
                        end-if
                end-if
        end-perform
        exit.

       liefer-kopien-anlegen section.
        move zero to ws-angelegt-zaehler
        compute ws-erste-kopie = ws-max-kopie + 1
        open i-o medien-datei
        if medien-datei-status = "35"
                close medien-datei
                open output medien-datei
                close medien-datei
                open i-o medien-datei
        end-if
        perform varying ws-liefer-lfd from 1 by 1
                        until ws-liefer-lfd > ws-liefer-menge
                add 1 to ws-max-kopie
                move ws-ziel-film-nr to md-film-nr
                move ws-max-kopie to md-kopie-nr
                move be-medium to md-medium
                move "NEU" to md-zustand
                move ws-standort-eingabe to md-standort
                write medien-satz
                        invalid key
                                display "Kopie " md-kopie-nr
                                        " ist bereits vergeben."
                        not invalid key
                                add 1 to ws-angelegt-zaehler
                                display "Kopie " md-kopie-nr
                                        " ist angelegt."
                                perform inventar-nr-vergeben
                end-write
        end-perform
        close medien-datei
        exit.

       bestellung-fortschreiben section.
        accept ws-heute-datum from date yyyymmdd
        add ws-angelegt-zaehler to be-geliefert
        move ws-heute-datum to be-liefer-datum
        if be-geliefert not less than be-menge
                move "G" to be-status
        else
                move "T" to be-status
        end-if
        rewrite bestell-satz
                invalid key
                        display "Bestellung konnte nicht "
                                &"fortgeschrieben werden."
        end-rewrite
        move be-film-nr to ws-audit-film-nr
        move be-film-name to ws-audit-film-titel
        perform audit-film-name-bilden
        move zero to audit-vor-jahr
        move spaces to audit-vor-beschreibung
        move zero to audit-nach-jahr
        move spaces to audit-nach-beschreibung
        string "Bestellung " delimited by size
                be-bestell-nr delimited by size
                ": " delimited by size
                ws-angelegt-zaehler delimited by size
                " Kopien ab Nr. " delimited by size
                ws-erste-kopie delimited by size
                " eingegangen" delimited by size
                into audit-nach-beschreibung
        end-string
        move "WARENEINGANG" to audit-aktion
        perform audit-schreiben
        if be-status = "G"
                display "Bestellung " be-bestell-nr
                        " ist vollstaendig geliefert."
        else
                display "Bestellung " be-bestell-nr
                        " ist teilweise geliefert."
        end-if
        exit.

       bestellung-stornieren section.
        perform bestell-nr-eingeben
        if bestellung-ok
                open i-o bestell-datei
                if bestell-datei-status = "35"
                        close bestell-datei
                        display "Es sind keine Bestellungen erfasst."
                else
                        move ws-bestell-nr-wert to be-bestell-nr
                        read bestell-datei
                                invalid key
                                        display "Diese Bestellung "
                                                &"gibt es nicht."
                                not invalid key
                                        perform bestell-storno-pruefen
                        end-read
                        close bestell-datei
                end-if
        end-if
        exit.

       bestell-storno-pruefen section.
        if not bestellung-offen
                display "Diese Bestellung ist nicht mehr offen."
        else
                move space to ws-ja-nein
                display "Bestellung " be-bestell-nr " " be-film-name
                        " stornieren? (J/N)"
                accept ws-ja-nein
                inspect ws-ja-nein converting "j" to "J"
                if ja-gewaehlt
                        move "S" to be-status
                        rewrite bestell-satz
                                invalid key
                                        display "Stornieren "
                                                &"fehlgeschlagen."
                                not invalid key
                                        display "Bestellung "
                                                be-bestell-nr
                                                " ist storniert."
                                        perform bestell-storno-audit
                        end-rewrite
                end-if
        end-if
        exit.

       bestell-storno-audit section.
        move be-film-nr to ws-audit-film-nr
        move be-film-name to ws-audit-film-titel
        perform audit-film-name-bilden
        move zero to audit-vor-jahr
        move spaces to audit-vor-beschreibung
        move zero to audit-nach-jahr
        move spaces to audit-nach-beschreibung
        string "Bestellung " delimited by size
                be-bestell-nr delimited by size
                " storniert, geliefert " delimited by size
                be-geliefert delimited by size
                " von " delimited by size
                be-menge delimited by size
                into audit-nach-beschreibung
        end-string
        move "BEST-STORNO" to audit-aktion
        perform audit-schreiben
        exit.

       inventar-eingabe-pruefen section.
        move "N" to ws-scan-art
        move "N" to ws-inv-gefunden
        move ws-ziel-filmname to ws-scan-eingabe
        if ws-scan-nr is numeric and ws-scan-rest = spaces
                move "J" to ws-scan-art
                move ws-scan-nr-wert to ws-inv-nummer-wert
                move ws-inv-pz to ws-inv-pz-eingabe
                perform pruefziffer-berechnen
                if ws-inv-pz not equal ws-inv-pz-eingabe
                        display "Pruefziffer der Inventarnummer ist "
                                &"falsch, bitte neu eingeben."
                else
                        perform inventar-nr-lesen
                end-if
        end-if
        exit.

       inventar-nr-lesen section.
        open input inventar-datei
        if inventar-datei-status = "35"
                close inventar-datei
                display "Es sind keine Inventarnummern vergeben."
        else
                move ws-inv-nummer-wert to iv-inv-nr
                read inventar-datei
                        invalid key
                                display "Diese Inventarnummer ist "
                                        &"nicht vergeben."
                        not invalid key
                                move "J" to ws-inv-gefunden
                                move iv-film-nr to ws-ziel-film-nr
                                move iv-kopie-nr to ws-kopie-wert
                                move iv-film-nr to ws-titel-film-nr
                                perform film-titel-ermitteln
                                move ws-film-titel to ws-ziel-filmname
                                display "Inventarnummer " iv-inv-nr
                                        ": Kopie " iv-kopie-nr
                                        " von " ws-ziel-filmname
                end-read
                close inventar-datei
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
        accept ws-heute-datum from date yyyymmdd
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
                invalid key
                        display "Inventarnummer " iv-inv-nr
                                " ist bereits vergeben."
                not invalid key
                        display "Inventarnummer der Kopie: "
                                iv-inv-nr
        end-write
        close inventar-datei
        exit.

       inventar-nr-austragen section.
        move zero to ws-inv-zaehler
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
                                        perform inventar-satz-austragen
                        end-read
                end-perform
                close inventar-datei
                if ws-inv-zaehler > zero
                        display "Ausgetragene Inventarnummern: "
                                ws-inv-zaehler
                end-if
        end-if
        exit.

       inventar-satz-austragen section.
        if iv-film-nr = ws-kaskade-film-nr
                and (ws-inv-such-kopie = zero
                        or iv-kopie-nr = ws-inv-such-kopie)
                delete inventar-datei
                        invalid key
                                display "Inventarnummer " iv-inv-nr
                                        " konnte nicht ausgetragen "
                                        &"werden."
                        not invalid key
                                add 1 to ws-inv-zaehler
                end-delete
        end-if
        exit.

                perform schauspieler-suchen-voll
        else
                move ws-suche-darsteller to bx-darsteller-name
                move zero to bx-film-nr
                start besidx-datei key is not less than
                        bx-schluessel
                        invalid key move "10" to besidx-datei-status
                                not at end
                                        if bx-darsteller-name
                                                = ws-suche-darsteller
                                                perform
                                                  besidx-treffer-zeigen
                                                add 1 to
                                                  ws-treffer-zaehler
                                        else
        end-if
        exit.

       besidx-treffer-zeigen section.
        move bx-film-nr to ws-titel-film-nr
        perform film-titel-ermitteln
        display bx-film-nr " " ws-film-titel " (" bx-genre ")"
        exit.

       schauspieler-suchen-voll section.
        open input besetzung-datei
        if besetzung-datei-status = "35"

       pruefen-und-anzeigen-treffer section.
        if bs-darsteller-name = ws-suche-darsteller
                move bs-film-nr to ws-titel-film-nr
                perform film-titel-ermitteln
                display bs-film-nr " " ws-film-titel
                        " (" bs-genre ")"
                add 1 to ws-treffer-zaehler
        end-if
        exit.
                        display "Keine Filmdatenbank auf Platte "
                                &"gefunden."
                else
                        move zero to fd-film-nr
                        start film-datei key is not less than
                                fd-film-nr
                                invalid key move "10"
                                        to film-datei-status
                        end-start
                for all ws-suche-name-getrimmt
                        (1:ws-suche-name-laenge)
        if ws-such-treffer > zero
                move fd-film-nr to ws-ziel-film-nr
                perform kopien-ermitteln
                move ws-kopien-zaehler to ws-kopien-ausgabe
                display fd-film-nr " " fd-film-name " ("
                        fd-film-jahr ") "
                        fd-film-beschreibung
                        " Kopien: " ws-kopien-ausgabe
                display "Keine Filmdatenbank auf Platte gefunden."
        else
                move ws-such-jahr-von to jx-film-jahr
                move zero to jx-film-nr
                start jahridx-datei key is not less than
                        jx-schluessel
                        invalid key move "10" to jahridx-datei-status
        exit.

       jahridx-treffer-zeigen section.
        move jx-film-nr to fd-film-nr
        read film-datei
                invalid key continue
                not invalid key
                        move fd-film-nr to ws-ziel-film-nr
                        perform kopien-ermitteln
                        move ws-kopien-zaehler to ws-kopien-ausgabe
                        display fd-film-nr " " fd-film-name " ("
                                fd-film-jahr ") "
                                fd-film-beschreibung
                                " Kopien: " ws-kopien-ausgabe
                        add 1 to ws-treffer-zaehler
                close film-datei
                display "Keine Filmdatenbank auf Platte gefunden."
        else
                move zero to fd-film-nr
                start film-datei key is not less than fd-film-nr
                        invalid key move "10" to film-datei-status
                end-start
                perform until film-datei-status is not equal "00"
       such-treffer-jahr section.
        if fd-film-jahr not less than ws-such-jahr-von
                and fd-film-jahr not greater than ws-such-jahr-bis
                move fd-film-nr to ws-ziel-film-nr
                perform kopien-ermitteln
                move ws-kopien-zaehler to ws-kopien-ausgabe
                display fd-film-nr " " fd-film-name " ("
                        fd-film-jahr ") "
                        fd-film-beschreibung
                        " Kopien: " ws-kopien-ausgabe
                add 1 to ws-treffer-zaehler
                read film-datei next record
                        at end move "10" to film-datei-status
                        not at end
                                move fd-film-nr to s-film-nr
                                move fd-film-name to s-name
                                move fd-film-jahr to s-jahr
                                move fd-film-beschreibung
                return sortier-datei
                        at end set keine-weiteren-saetze to true
                        not at end
                                display s-film-nr " " s-name " ("
                                        s-jahr ") " s-beschreibung
                end-return
        end-perform
        exit.
                display "Filmdatenbank nicht gefunden."
                close film-datei
        else
                move ws-ziel-film-nr to fd-film-nr
                read film-datei with lock
                        invalid key
                                move "J" to ws-sperr-konflikt
                if sperr-konflikt
                        close film-datei
                else
                        move fd-film-nr to ws-audit-film-nr
                        move fd-film-name to ws-audit-film-titel
                        perform audit-film-name-bilden
                        move fd-film-jahr          to audit-vor-jahr
                        move fd-film-beschreibung
                                to audit-vor-beschreibung
                        move fd-film-fsk           to ws-fsk-alt
                end-if
        end-if
        exit.
       film-satz-persistieren section.
        perform film-stempel-berechnen
        if ist-neuer-eintrag
                perform film-nr-hoechste-ermitteln
                open i-o film-datei
                if film-datei-status = "35"
                        close film-datei
                        open output film-datei
                end-if
                compute fd-film-nr = ws-max-film-nr + 1
                move fd-film-nr            to ws-ziel-film-nr
                move pruefer-name          to fd-film-name
                move ws-jahr-wert          to fd-film-jahr
                move pruefer-beschreibung  to fd-film-beschreibung
                move ws-stempel-neu-num    to fd-film-stempel
                move ws-fsk-wert           to fd-film-fsk
                write film-datei-satz
                        invalid key
                                move "J" to ws-sperr-konflikt
                                display "Diese Filmnummer wurde "
                                        &"inzwischen von einer "
                                        &"anderen Sitzung vergeben."
                end-write
                close film-datei
        else
                move pruefer-name          to fd-film-name
                move ws-jahr-wert          to fd-film-jahr
                move pruefer-beschreibung  to fd-film-beschreibung
                move ws-stempel-neu-num    to fd-film-stempel
                move ws-fsk-wert           to fd-film-fsk
                rewrite film-datei-satz
                unlock film-datei
                close film-datei
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
