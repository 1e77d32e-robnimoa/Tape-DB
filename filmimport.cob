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
               access mode is dynamic
               record key is jx-schluessel
               file status is jahridx-datei-status.
           select param-datei assign to "PARAM.DAT"
               organization is indexed
               access mode is dynamic
               record key is pm-schluessel
               file status is param-datei-status.
           select import-datei assign to "FILMIMPORT.CSV"
               organization is line sequential
               file status is import-status.
       file section.
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
       01  jahridx-satz.
               03  jx-schluessel.
                       05  jx-film-jahr        pic 9(4).
                       05  jx-film-nr          pic 9(5).
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
       fd  import-datei.
       01  import-zeile                        pic x(200).
       fd  ablehn-datei.
       01  audit-satz                          pic x(280).
       working-storage section.
       01  film-datei-status                   pic xx.
       01  archiv-datei-status                 pic xx.
       01  ws-max-film-nr                      pic 9(5).
       01  bediener-datei-status               pic xx.
       01  ws-passwort-eingabe                 pic x(10).
       01  ws-anmeldung-ok                     pic x.
       01  ws-bediener-name                    pic x(30).
       01  jahridx-datei-status                pic xx.
       01  ws-jx-jahr                          pic 9(4).
       01  ws-jx-nr                            pic 9(5).
       01  param-datei-status                  pic xx.
       01  import-status                       pic xx.
       01  ablehn-status                       pic xx.
       01  audit-datei-status                  pic xx.
       01  audit-vor-beschreibung              pic x(100).
       01  audit-nach-jahr                     pic 9(4).
       01  audit-nach-beschreibung             pic x(100).
       01  ws-audit-film-nr                    pic 9(5).
       01  ws-audit-film-titel                 pic x(20).
       01  ws-stempel-neu.
               03  ws-stempel-datum            pic 9(8).
               03  ws-stempel-zeit             pic 9(8).
       01  ws-imp-jahr redefines ws-imp-jahr-eingabe
                                                pic 9(4).
       01  ws-imp-beschreibung                 pic x(100).
       01  ws-imp-film-nr                      pic x(10).
       01  ws-imp-fsk-feld                     pic x(10).
       01  ws-imp-fsk-eingabe                  pic x(2).
       01  ws-imp-fsk redefines ws-imp-fsk-eingabe
                                                pic 9(2).
                       88  imp-fsk-gueltig value 0 6 12 16 18.
       01  ws-imp-fsk-status                   pic x.
                       88  imp-fsk-ok value "J" "L".
                       88  imp-fsk-leer value "L".
       01  ws-fsk-alt                          pic 9(2).
       01  ws-ablehn-grund                     pic x(40).
       01  ws-jahr-min                         pic 9(4) value 1900.
       01  ws-jahr-max                         pic 9(4) value 2099.
       procedure division.
       haupt-programm section.
        perform anmeldung
        perform parameter-laden
        if not rolle-supervisor
                display "Der Import ist Supervisoren vorbehalten."
                stop run
                                        &"Bedienerkennung."
                        not invalid key
                                if bd-passwort = ws-passwort-eingabe
                                        and bd-rolle not equal 3
                                        move "J" to ws-anmeldung-ok
                                        move bd-rolle
                                                to ws-bediener-rolle
        move space to ws-merge-regel
        perform until regel-behalten or regel-uebernehmen
                        or regel-ablehnen
                display "Wie sollen bereits vorhandene Filme "
                        &"(gleicher Name und gleiches Jahr) "
                        &"behandelt werden?"
                display "B) Bestand behalten."
                display "U) Partnerdaten uebernehmen."
        exit.

       film-datei-oeffnen section.
        perform film-nr-hoechste-ermitteln
        open i-o film-datei
        if film-datei-status = "35"
                close film-datei
        move spaces to ws-imp-name
        move spaces to ws-imp-jahr-eingabe
        move spaces to ws-imp-beschreibung
        move spaces to ws-imp-film-nr
        move spaces to ws-imp-fsk-feld
        unstring import-zeile delimited by ";"
                into ws-imp-name
                        ws-imp-jahr-eingabe
                        ws-imp-beschreibung
                        ws-imp-film-nr
                        ws-imp-fsk-feld
        end-unstring
        perform imp-fsk-pruefen
        if ws-imp-name = spaces
                move "Filmname fehlt" to ws-ablehn-grund
                perform ablehnung-schreiben
                move "Ungueltiges Erscheinungsjahr"
                        to ws-ablehn-grund
                perform ablehnung-schreiben
        else
        if not imp-fsk-ok
                move "Ungueltige Altersfreigabe"
                        to ws-ablehn-grund
                perform ablehnung-schreiben
        else
                perform import-satz-uebernehmen
        end-if
        exit.

       imp-fsk-pruefen section.
        move "N" to ws-imp-fsk-status
        move ws-imp-fsk-feld(1:2) to ws-imp-fsk-eingabe
        if ws-imp-fsk-feld = spaces
                move "L" to ws-imp-fsk-status
                move zero to ws-imp-fsk
        else
                if ws-imp-fsk-eingabe(2:1) = space
                        move ws-imp-fsk-eingabe(1:1)
                                to ws-imp-fsk-eingabe(2:1)
                        move "0" to ws-imp-fsk-eingabe(1:1)
                end-if
                if ws-imp-fsk-eingabe is numeric
                        and ws-imp-fsk-feld(3:) = spaces
                        if imp-fsk-gueltig
                                move "J" to ws-imp-fsk-status
                        end-if
                end-if
        end-if
        exit.

       fsk-audit section.
        if ws-imp-fsk not equal ws-fsk-alt
                move zero to audit-vor-jahr
                move spaces to audit-vor-beschreibung
                if audit-aktion = "AENDERUNG"
                        string "FSK " delimited by size
                                ws-fsk-alt delimited by size
                                into audit-vor-beschreibung
                        end-string
                end-if
                move zero to audit-nach-jahr
                move spaces to audit-nach-beschreibung
                string "FSK " delimited by size
                        ws-imp-fsk delimited by size
                        into audit-nach-beschreibung
                end-string
                move "FSK-AENDERN" to audit-aktion
                perform audit-schreiben
        end-if
        exit.

       import-satz-uebernehmen section.
        move "N" to ws-satz-vorhanden
        perform film-suchen
        if satz-vorhanden
                evaluate true
                        when regel-behalten
                        when regel-uebernehmen
                                perform import-satz-aktualisieren
                        when regel-ablehnen
                                move "Film mit Name und Jahr bereits "
                                        &"vorhanden"
                                        to ws-ablehn-grund
                                perform ablehnung-schreiben
                end-evaluate
        end-if
        exit.

       film-suchen section.
        move zero to fd-film-nr
        start film-datei key is not less than fd-film-nr
                invalid key move "10" to film-datei-status
        end-start
        perform until film-datei-status is not equal "00"
                        or satz-vorhanden
                read film-datei next record
                        at end move "10" to film-datei-status
                        not at end
                                if fd-film-name = ws-imp-name
                                        and fd-film-jahr = ws-imp-jahr
                                        move "J" to ws-satz-vorhanden
                                end-if
                end-read
        end-perform
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

       import-satz-anlegen section.
        move zero to audit-vor-jahr
        move spaces to audit-vor-beschreibung
        perform film-stempel-berechnen
        add 1 to ws-max-film-nr
        move ws-max-film-nr to fd-film-nr
        move ws-max-film-nr to ws-audit-film-nr
        move ws-imp-name to ws-audit-film-titel
        perform audit-film-name-bilden
        move ws-imp-name to fd-film-name
        move ws-imp-jahr to fd-film-jahr
        move ws-imp-beschreibung to fd-film-beschreibung
        move ws-stempel-neu-num to fd-film-stempel
        move ws-imp-fsk to fd-film-fsk
        write film-datei-satz
                invalid key
                        move "Filmnummer bereits vergeben"
                                to ws-ablehn-grund
                        perform ablehnung-schreiben
                not invalid key
                        move "ANLAGE" to audit-aktion
                        perform audit-schreiben
                        move ws-imp-jahr to ws-jx-jahr
                        move ws-max-film-nr to ws-jx-nr
                        perform jahridx-eintragen
                        move zero to ws-fsk-alt
                        perform fsk-audit
        end-write
        exit.

       import-satz-aktualisieren section.
        move fd-film-nr to ws-audit-film-nr
        move fd-film-name to ws-audit-film-titel
        perform audit-film-name-bilden
        move fd-film-jahr          to audit-vor-jahr
        move fd-film-beschreibung  to audit-vor-beschreibung
        move fd-film-fsk           to ws-fsk-alt
        if imp-fsk-leer
                move fd-film-fsk to ws-imp-fsk
        end-if
        perform film-stempel-berechnen
        move ws-imp-jahr to fd-film-jahr
        move ws-imp-beschreibung to fd-film-beschreibung
        move ws-stempel-neu-num to fd-film-stempel
        move ws-imp-fsk to fd-film-fsk
        rewrite film-datei-satz
                invalid key
                        move "Aktualisierung fehlgeschlagen"
                        move "AENDERUNG" to audit-aktion
                        perform audit-schreiben
                        move audit-vor-jahr to ws-jx-jahr
                        move fd-film-nr to ws-jx-nr
                        perform jahridx-austragen
                        move ws-imp-jahr to ws-jx-jahr
                        move fd-film-nr to ws-jx-nr
                        perform jahridx-eintragen
                        perform fsk-audit
        end-rewrite
        exit.

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
                                move pm-jahr-min to ws-jahr-min
                                move pm-jahr-max to ws-jahr-max
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
