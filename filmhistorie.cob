               access mode is dynamic
               record key is ab-schluessel
               file status is audarchb-status.
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
           select status-datei assign to "AUDARCH.STA"
               organization is line sequential
               file status is status-datei-status.
               03  ab-vor-beschreibung  pic x(100).
               03  ab-nach-jahr         pic x(4).
               03  ab-nach-beschreibung pic x(100).
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
       fd  status-datei.
       01  status-satz                         pic x(8).
       fd  bericht-datei.
       01  audarchf-status                     pic xx.
       01  audarchb-status                     pic xx.
       01  status-datei-status                 pic xx.
       01  film-datei-status                   pic xx.
       01  archiv-datei-status                 pic xx.
       01  ws-film-da                          pic x.
                       88  film-da value "J".
       01  ws-archiv-da                        pic x.
                       88  archiv-da value "J".
       01  bericht-status                      pic xx.
       01  audit-dateiname                     pic x(30).
       01  ws-kons-von                         pic 9(8) value zero.
       01  ws-tag-lfd                          pic 9(7).
       01  ws-tages-datum                      pic 9(8).
       01  ws-such-filmname                    pic x(20).
       01  ws-such-eingabe                     pic x(20).
       01  ws-such-eingabe-teile redefines ws-such-eingabe.
               03  ws-such-nr-teil              pic x(5).
               03  ws-such-nr-rest              pic x(15).
       01  ws-such-nr-wert redefines ws-such-eingabe
                                                pic 9(5).
       01  ws-such-film-nr                     pic 9(5) value zero.
       01  ws-such-praefix                     pic x(6).
       01  ws-film-treffer                     pic 9(3).
       01  ws-film-anzeige                     pic x.
                       88  film-anzeige value "J".
       01  ws-name-passt                       pic x.
                       88  name-passt value "J".
       01  ws-hist-zaehler                     pic 9(5) value zero.
       01  ws-feld-datum                       pic x(8).
       01  ws-feld-datum-num redefines ws-feld-datum
                move ws-bis-datum to ws-von-datum
                move ws-datum-tausch to ws-bis-datum
        end-if
        display "Aenderungshistorie fuer welchen Film? (Filmnummer "
                &"oder Filmname, leer = keine Einzelhistorie)"
        move spaces to ws-such-eingabe
        move spaces to ws-such-filmname
        accept ws-such-eingabe
        if ws-such-eingabe not equal spaces
                perform such-film-ermitteln
        end-if
        compute ws-tag-von
                = function integer-of-date(ws-von-datum)
        compute ws-tag-bis
        open output bericht-datei
        perform seiten-kopf-schreiben
        if ws-such-filmname not equal spaces
                or ws-such-film-nr > zero
                move spaces to bericht-zeile
                string "Aenderungshistorie fuer Film: "
                        delimited by size
                        ws-such-film-nr delimited by size
                        " " delimited by size
                        ws-such-filmname delimited by size
                        into bericht-zeile
                end-string
                move spaces to bericht-zeile
                perform bericht-zeile-schreiben
        end-if
        if (ws-such-filmname not equal spaces
                or ws-such-film-nr > zero)
                and ws-kons-bis not less than ws-von-datum
                perform archiv-film-lesen
        end-if
                        varying ws-tag-lfd from ws-tag-start by 1
                        until ws-tag-lfd > ws-tag-bis
        end-if
        if (ws-such-filmname not equal spaces
                or ws-such-film-nr > zero)
                and ws-hist-zaehler = zero
                move "Keine Aenderungen fuer diesen Film im "
                        &"Zeitraum gefunden." to bericht-zeile
        end-perform
        exit.

       such-film-ermitteln section.
        move zero to ws-such-film-nr
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
        if ws-such-nr-teil is numeric
                and ws-such-nr-rest = spaces
                move ws-such-nr-wert to ws-such-film-nr
                perform film-nr-lesen
                if ws-such-filmname = spaces
                        display "Film " ws-such-film-nr " ist weder "
                                &"im Katalog noch im Archiv, es wird "
                                &"nur nach der Nummer gesucht."
                end-if
        else
                move "N" to ws-film-anzeige
                perform film-namen-durchsuchen
                evaluate true
                        when ws-film-treffer = zero
                                display "Kein Film mit diesem Namen "
                                        &"im Katalog oder Archiv, es "
                                        &"wird nur nach dem Namen "
                                        &"gesucht."
                                move ws-such-eingabe
                                        to ws-such-filmname
                        when ws-film-treffer > 1
                                display "Es gibt mehrere Filme mit "
                                        &"diesem Namen:"
                                move "J" to ws-film-anzeige
                                perform film-namen-durchsuchen
                                move spaces to ws-such-eingabe
                                display "Bitte die Filmnummer "
                                        &"eingeben."
                                accept ws-such-nr-teil
                                if ws-such-nr-teil is numeric
                                        move ws-such-nr-wert
                                                to ws-such-film-nr
                                        perform film-nr-lesen
                                else
                                        display "Keine Filmnummer, "
                                                &"keine Einzelhistorie."
                                end-if
                        when other
                                perform film-nr-lesen
                end-evaluate
        end-if
        if film-da
                close film-datei
        end-if
        if archiv-da
                close archiv-datei
        end-if
        move spaces to ws-such-praefix
        if ws-such-film-nr > zero
                string ws-such-film-nr delimited by size
                        " " delimited by size
                        into ws-such-praefix
                end-string
        end-if
        exit.

       film-nr-lesen section.
        move spaces to ws-such-filmname
        if film-da
                move ws-such-film-nr to fd-film-nr
                read film-datei
                        invalid key continue
                        not invalid key
                                move fd-film-name to ws-such-filmname
                end-read
        end-if
        if archiv-da
                and ws-such-filmname = spaces
                move ws-such-film-nr to af-film-nr
                read archiv-datei
                        invalid key continue
                        not invalid key
                                move af-film-name to ws-such-filmname
                end-read
        end-if
        exit.

       film-namen-durchsuchen section.
        move zero to ws-film-treffer
        if film-da
                move zero to fd-film-nr
                start film-datei key is not less than fd-film-nr
                        invalid key move "10" to film-datei-status
                end-start
                perform until film-datei-status is not equal "00"
                        read film-datei next record
                                at end move "10" to film-datei-status
                                not at end
                                        if fd-film-name
                                                = ws-such-eingabe
                                                add 1 to ws-film-treffer
                                                move fd-film-nr
                                                  to ws-such-film-nr
                                                perform
                                                  film-treffer-zeigen
                                        end-if
                        end-read
                end-perform
                move "00" to film-datei-status
        end-if
        if archiv-da
                move zero to af-film-nr
                start archiv-datei key is not less than af-film-nr
                        invalid key move "10" to archiv-datei-status
                end-start
                perform until archiv-datei-status is not equal "00"
                        read archiv-datei next record
                                at end move "10"
                                        to archiv-datei-status
                                not at end
                                        if af-film-name
                                                = ws-such-eingabe
                                                add 1 to ws-film-treffer
                                                move af-film-nr
                                                  to ws-such-film-nr
                                                perform
                                                  archiv-treffer-zeigen
                                        end-if
                        end-read
                end-perform
                move "00" to archiv-datei-status
        end-if
        exit.

       film-treffer-zeigen section.
        if film-anzeige
                display fd-film-nr " " fd-film-name " ("
                        fd-film-jahr ")"
        end-if
        exit.

       archiv-treffer-zeigen section.
        if film-anzeige
                display af-film-nr " " af-film-name " ("
                        af-film-jahr ", archiviert)"
        end-if
        exit.

       film-name-pruefen section.
        move "N" to ws-name-passt
        if ws-such-film-nr > zero
                and ws-feld-name(1:6) = ws-such-praefix
                move "J" to ws-name-passt
        end-if
        if ws-such-filmname not equal spaces
                and ws-feld-name = ws-such-filmname
                move "J" to ws-name-passt
        end-if
        exit.

       kons-status-lesen section.
        move zero to ws-kons-von
        move zero to ws-kons-bis
        if audarchf-status = "35"
                close audarchf-datei
        else
                if ws-such-film-nr > zero
                        perform archiv-film-nr-lesen
                end-if
                move ws-such-filmname to aa-film-name
                move ws-von-datum to aa-datum
                move zero to aa-zeit
        end-if
        exit.

       archiv-film-nr-lesen section.
        move low-values to aa-schluessel
        move ws-such-praefix to aa-film-name(1:6)
        start audarchf-datei key is not less than aa-schluessel
                invalid key move "10" to audarchf-status
        end-start
        perform until audarchf-status is not equal "00"
                read audarchf-datei next record
                        at end move "10" to audarchf-status
                        not at end
                                if aa-film-name(1:6) = ws-such-praefix
                                        if aa-datum not less than
                                                ws-von-datum
                                                and aa-datum not
                                                greater ws-bis-datum
                                                perform
                                              archiv-film-uebernehmen
                                        end-if
                                else
                                        move "10" to audarchf-status
                                end-if
                end-read
        end-perform
        move "00" to audarchf-status
        exit.

       archiv-film-uebernehmen section.
        move aa-datum to ws-feld-datum-num
        move aa-zeit to ws-feld-zeit
        if ws-feld-datum is not numeric
                continue
        else
                perform film-name-pruefen
                if name-passt
                        perform historien-zeile-schreiben
                end-if
                perform bediener-summe-zaehlen
