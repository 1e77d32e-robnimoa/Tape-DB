           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-film-nr
               file status is film-datei-status.
           select besetzung-datei assign to "BESETZUNG.DAT"
               organization is indexed
           select archiv-datei assign to "FILMARCH.DAT"
               organization is indexed
               access mode is dynamic
               record key is af-film-nr
               file status is archiv-datei-status.
           select param-datei assign to "PARAM.DAT"
               organization is indexed
               access mode is dynamic
               record key is pm-schluessel
               file status is param-datei-status.
           select bes-archiv-datei assign to "BESARCH.DAT"
               organization is indexed
               access mode is dynamic
       file section.
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
       fd  archiv-datei.
       01  archiv-satz.
               03  af-film-nr           pic 9(5).
               03  af-film-name         pic x(20).
               03  af-film-jahr         pic 9(4).
               03  af-film-beschreibung pic x(100).
               03  af-film-stempel      pic 9(16).
               03  af-film-fsk          pic 9(2).
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
       fd  bes-archiv-datei.
       01  bes-archiv-satz.
               03  ba-schluessel.
                       05  ba-film-nr          pic 9(5).
                       05  ba-darsteller-name  pic x(30).
               03  ba-genre                    pic x(20).
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
       fd  med-archiv-datei.
       01  med-archiv-satz.
               03  ma-schluessel.
                       05  ma-film-nr          pic 9(5).
                       05  ma-kopie-nr         pic 9(2).
               03  ma-medium                   pic x(3).
               03  ma-zustand                  pic x(20).
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
       01  audit-vor-beschreibung              pic x(100).
       01  audit-nach-jahr                     pic 9(4).
       01  audit-nach-beschreibung             pic x(100).
       01  ws-audit-film-nr                    pic 9(5).
       01  ws-audit-film-titel                 pic x(20).
       01  ws-modus                            pic x.
                       88  modus-archivieren value "A".
                       88  modus-zurueckholen value "R".
       01  ws-jahr-ok                          pic x.
                       88  jahr-ok value "J".
       01  ws-restore-name                     pic x(20).
       01  ws-restore-nr                       pic 9(5).
       01  ws-filmnr-eingabe.
               03  ws-filmnr-teil              pic x(5).
               03  ws-filmnr-wert redefines ws-filmnr-teil
                                                pic 9(5).
               03  ws-filmnr-rest              pic x(15).
       01  ws-film-treffer                     pic 9(3).
       01  ws-film-anzeige                     pic x.
                       88  film-anzeige value "J".
       01  ws-satz-fehler                      pic x.
                       88  satz-fehler value "J".
       01  verleih-datei-status                pic xx.
       01  medien-datei-status                 pic xx.
       01  med-archiv-status                   pic xx.
       01  param-datei-status                  pic xx.
       01  ws-film-verliehen                   pic x.
                       88  film-verliehen value "J".
       01  ws-verleih-da                       pic x.
       01  besidx-datei-status                 pic xx.
       01  jahridx-datei-status                pic xx.
       01  ws-bx-darsteller                    pic x(30).
       01  ws-bx-film                          pic 9(5).
       01  ws-bx-genre                         pic x(20).
       01  ws-jx-jahr                          pic 9(4).
       01  ws-jx-nr                            pic 9(5).
       01  ws-film-zaehler                     pic 9(5) value zero.
       01  ws-besetzung-zaehler                pic 9(5) value zero.
       01  ws-medien-zaehler                   pic 9(5) value zero.
       procedure division.
       haupt-programm section.
        perform anmeldung
        perform parameter-laden
        if not rolle-supervisor
                display "Archivierung und Rueckholung sind "
                        &"Supervisoren vorbehalten."
                                        &"Bedienerkennung."
                        not invalid key
                                if bd-passwort = ws-passwort-eingabe
                                        and bd-rolle not equal 3
                                        move "J" to ws-anmeldung-ok
                                        move bd-rolle
                                                to ws-bediener-rolle
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
                                move pm-jahr-min to ws-jahr-min
                                move pm-jahr-max to ws-jahr-max
                end-read
                close param-datei
        end-if
        exit.

       grenzjahr-eingeben section.
        move "N" to ws-jahr-ok
        perform until jahr-ok
                        &"nichts zu archivieren."
        else
                perform archiv-dateien-oeffnen
                move zero to fd-film-nr
                start film-datei key is not less than fd-film-nr
                        invalid key move "10" to film-datei-status
                end-start
                perform until film-datei-status is not equal "00"
        perform archiv-vormerk-pruefen
        if film-verliehen
                add 1 to ws-verliehen-zaehler
                display "Film " fd-film-nr " " fd-film-name
                        " ist verliehen an "
                        &"Kunde " vl-kunden-nr
                        " und wird nicht archiviert."
        else
                if film-vorgemerkt
                        add 1 to ws-vorgemerkt-zaehler
                        display "Film " fd-film-nr " " fd-film-name
                                " hat offene "
                                &"Vormerkungen und wird nicht "
                                &"archiviert."
                else
        if not reserv-da
                continue
        else
                move fd-film-nr to rs-film-nr
                move zero to rs-lfd-nr
                start reserv-datei key is not less than
                        rs-schluessel
                                at end move "10"
                                        to reserv-datei-status
                                not at end
                                        if rs-film-nr
                                                = fd-film-nr
                                                if rs-verfall not
                                                  less ws-heute-datum
                                                  move "J" to
        if not verleih-da
                continue
        else
                move fd-film-nr to vl-film-nr
                move zero to vl-kopie-nr
                start verleih-datei key is not less than
                        vl-schluessel
                                read verleih-datei next record
                                        at end continue
                                        not at end
                                                if vl-film-nr
                                                  = fd-film-nr
                                                  move "J" to
                                                  ws-film-verliehen
                                                end-if
        write archiv-satz
                invalid key
                        move "J" to ws-satz-fehler
                        display "Film " fd-film-nr " steht "
                                &"bereits im Archiv, wird "
                                &"uebersprungen."
        end-write
                delete film-datei
                        invalid key
                                move "J" to ws-satz-fehler
                                display "Film " fd-film-nr
                                        " konnte nicht aus dem "
                                        &"Bestand geloescht werden."
                end-delete
        if not satz-fehler
                add 1 to ws-film-zaehler
                move fd-film-jahr to ws-jx-jahr
                move fd-film-nr to ws-jx-nr
                perform jahridx-austragen
                move "ARCHIVIERUNG" to audit-aktion
                perform manifest-schreiben
                move fd-film-nr to ws-audit-film-nr
                move fd-film-name to ws-audit-film-titel
                perform audit-film-name-bilden
                move fd-film-jahr          to audit-vor-jahr
                move fd-film-beschreibung  to audit-vor-beschreibung
                move zero to audit-nach-jahr
        if besetzung-datei-status = "35"
                continue
        else
                move fd-film-nr to bs-film-nr
                move low-values to bs-darsteller-name
                start besetzung-datei key is not less than
                        bs-schluessel
                                at end move "10"
                                        to besetzung-datei-status
                                not at end
                                        if bs-film-nr = fd-film-nr
                                                perform
                                                  besetzung-wegstellen
                                        else
                not invalid key
                        add 1 to ws-besetzung-zaehler
                        move bs-darsteller-name to ws-bx-darsteller
                        move bs-film-nr to ws-bx-film
                        perform besidx-austragen
        end-delete
        exit.
        if medien-datei-status = "35"
                continue
        else
                move fd-film-nr to md-film-nr
                move zero to md-kopie-nr
                start medien-datei key is not less than
                        md-schluessel
                                at end move "10"
                                        to medien-datei-status
                                not at end
                                        if md-film-nr = fd-film-nr
                                                perform
                                                  medien-wegstellen
                                        else
       rueckholung section.
        move spaces to ws-restore-name
        display "Welcher Film soll aus dem Archiv "
                &"zurueckgeholt werden? (Filmnummer oder Filmname)"
        accept ws-restore-name
        open i-o archiv-datei
        if archiv-datei-status = "35"
                close archiv-datei
                display "Kein Archiv FILMARCH.DAT vorhanden."
        else
                perform archiv-film-ermitteln
                move ws-restore-nr to af-film-nr
                read archiv-datei
                        invalid key
                                display "Dieser Film steht nicht "
        end-if
        exit.

       archiv-film-ermitteln section.
        move zero to ws-restore-nr
        move ws-restore-name to ws-filmnr-eingabe
        if ws-filmnr-teil is numeric
                and ws-filmnr-rest = spaces
                move ws-filmnr-wert to ws-restore-nr
        else
                move "N" to ws-film-anzeige
                perform archiv-namen-durchsuchen
                if ws-film-treffer > 1
                        display "Im Archiv stehen mehrere Filme mit "
                                &"diesem Namen:"
                        move "J" to ws-film-anzeige
                        perform archiv-namen-durchsuchen
                        move zero to ws-restore-nr
                        move spaces to ws-filmnr-eingabe
                        display "Bitte die Filmnummer eingeben."
                        accept ws-filmnr-teil
                        if ws-filmnr-teil is numeric
                                move ws-filmnr-wert to ws-restore-nr
                        end-if
                end-if
        end-if
        exit.

       archiv-namen-durchsuchen section.
        move zero to ws-film-treffer
        move zero to af-film-nr
        start archiv-datei key is not less than af-film-nr
                invalid key move "10" to archiv-datei-status
        end-start
        perform until archiv-datei-status is not equal "00"
                read archiv-datei next record
                        at end move "10" to archiv-datei-status
                        not at end
                                if af-film-name = ws-restore-name
                                        add 1 to ws-film-treffer
                                        move af-film-nr
                                                to ws-restore-nr
                                        if film-anzeige
                                                display af-film-nr " "
                                                  af-film-name " ("
                                                  af-film-jahr ")"
                                        end-if
                                end-if
                end-read
        end-perform
        exit.

       film-zurueckholen section.
        move "N" to ws-satz-fehler
        open i-o film-datei
        write film-datei-satz
                invalid key
                        move "J" to ws-satz-fehler
                        display "Diese Filmnummer existiert bereits "
                                &"im Bestand, Rueckholung "
                                &"abgebrochen."
        end-write
                                        &"geloescht werden."
                end-delete
                move af-film-jahr to ws-jx-jahr
                move af-film-nr to ws-jx-nr
                perform jahridx-eintragen
                open extend manifest-datei
                if manifest-status = "35"
                move "RUECKHOLUNG" to audit-aktion
                perform manifest-schreiben
                close manifest-datei
                move af-film-nr to ws-audit-film-nr
                move af-film-name to ws-audit-film-titel
                perform audit-film-name-bilden
                move zero to audit-vor-jahr
                move spaces to audit-vor-beschreibung
                move af-film-jahr          to audit-nach-jahr
                perform besetzung-zurueckholen
                perform medien-zurueckholen
                add 1 to ws-film-zaehler
                display "Film " af-film-nr " " af-film-name " wurde "
                        &"zurueckgeholt."
                move ws-besetzung-zaehler to ws-zaehler-ausgabe
                display "Zurueckgeholte Besetzungssaetze: "
                        close besetzung-datei
                        open i-o besetzung-datei
                end-if
                move af-film-nr to ba-film-nr
                move low-values to ba-darsteller-name
                start bes-archiv-datei key is not less than
                        ba-schluessel
                        read bes-archiv-datei next record
                                at end move "10" to bes-archiv-status
                                not at end
                                        if ba-film-nr = af-film-nr
                                                perform
                                                  besetzung-heimholen
                                        else
                        close medien-datei
                        open i-o medien-datei
                end-if
                move af-film-nr to ma-film-nr
                move zero to ma-kopie-nr
                start med-archiv-datei key is not less than
                        ma-schluessel
                        read med-archiv-datei next record
                                at end move "10" to med-archiv-status
                                not at end
                                        if ma-film-nr = af-film-nr
                                                perform
                                                  medien-heimholen
                                        else
                not invalid key
                        add 1 to ws-besetzung-zaehler
                        move ba-darsteller-name to ws-bx-darsteller
                        move ba-film-nr to ws-bx-film
                        move ba-genre to ws-bx-genre
                        perform besidx-eintragen
        end-delete
                string ws-audit-datum delimited by size ";"
                        ws-audit-zeit delimited by size ";"
                        audit-aktion delimited by size ";"
                        fd-film-nr delimited by size ";"
                        fd-film-name delimited by size ";"
                        fd-film-jahr delimited by size
                        into manifest-satz
                string ws-audit-datum delimited by size ";"
                        ws-audit-zeit delimited by size ";"
                        audit-aktion delimited by size ";"
                        af-film-nr delimited by size ";"
                        af-film-name delimited by size ";"
                        af-film-jahr delimited by size
                        into manifest-satz
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
