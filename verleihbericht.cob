               access mode is dynamic
               record key is bs-schluessel
               file status is besetzung-datei-status.
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
           select bericht-datei assign to "VERLEIHBERICHT.TXT"
               organization is line sequential
               file status is bericht-status.
       data division.
       file section.
       fd  historie-datei.
       01  historie-satz                       pic x(100).
       fd  besetzung-datei.
       01  besetzung-satz.
               03  bs-schluessel.
                       05  bs-film-nr          pic 9(5).
                       05  bs-darsteller-name  pic x(30).
               03  bs-genre                    pic x(20).
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
       fd  bericht-datei.
       01  bericht-zeile                       pic x(132).
       working-storage section.
       01  historie-status                     pic xx.
       01  besetzung-datei-status              pic xx.
       01  bericht-status                      pic xx.
       01  film-datei-status                   pic xx.
       01  archiv-datei-status                 pic xx.
       01  ws-besetzung-da                     pic x.
                       88  besetzung-da value "J".
       01  ws-film-da                          pic x.
                       88  film-da value "J".
       01  ws-archiv-da                        pic x.
                       88  archiv-da value "J".
       01  ws-von-eingabe                      pic x(8).
       01  ws-von-datum redefines ws-von-eingabe
                                                pic 9(8).
       01  ws-datum-tausch                     pic 9(8).
       01  ws-datum-ok                         pic x.
                       88  datum-ok value "J".
       01  ws-feld-film-nr                     pic x(5).
       01  ws-feld-film-nr-num redefines ws-feld-film-nr
                                                pic 9(5).
       01  ws-feld-film                        pic x(20).
       01  ws-feld-kopie                       pic x(2).
       01  ws-feld-kunde                       pic x(5).
                               depending on ws-titel-anzahl
                               ascending key ws-tt-film.
                       05  ws-tt-film          pic x(20).
                       05  ws-tt-film-nr       pic x(5).
                       05  ws-tt-genre         pic x(20).
                       05  ws-tt-anzahl        pic 9(5).
                       05  ws-tt-tage          pic 9(7).
                else
                        move "J" to ws-besetzung-da
                end-if
                move "N" to ws-film-da
                open input film-datei
                if film-datei-status = "35"
                        close film-datei
                else
                        move "J" to ws-film-da
                end-if
                move "N" to ws-archiv-da
                open input archiv-datei
                if archiv-datei-status = "35"
                        close archiv-datei
                else
                        move "J" to ws-archiv-da
                end-if
                perform until historie-status is not equal "00"
                        read historie-datei
                                at end move "10" to historie-status
                if besetzung-da
                        close besetzung-datei
                end-if
                if film-da
                        close film-datei
                end-if
                if archiv-da
                        close archiv-datei
                end-if
                open output bericht-datei
                perform seiten-kopf-schreiben
                perform titel-uebersicht-schreiben

       historie-satz-auswerten section.
        add 1 to ws-gelesen-zaehler
        move spaces to ws-feld-film-nr
        move spaces to ws-feld-film
        move spaces to ws-feld-kopie
        move spaces to ws-feld-kunde
        move spaces to ws-feld-faellig
        move spaces to ws-feld-rueck
        unstring historie-satz delimited by ";"
                into ws-feld-film-nr
                        ws-feld-kopie
                        ws-feld-kunde
                        ws-feld-aus
                        ws-feld-faellig
                        ws-feld-rueck
                        ws-feld-film
        end-unstring
        if ws-feld-aus is not numeric
                or ws-feld-rueck is not numeric
        perform varying ws-titel-ix from 1 by 1
                        until ws-titel-ix > ws-titel-anzahl
                        or titel-gefunden
                if ws-tt-film-nr(ws-titel-ix) = ws-feld-film-nr
                        and (ws-feld-film-nr not equal "00000"
                        or ws-tt-film(ws-titel-ix) = ws-feld-film)
                        move "J" to ws-titel-gefunden
                        subtract 1 from ws-titel-ix
                end-if
                if ws-titel-anzahl is less than ws-titel-max
                        add 1 to ws-titel-anzahl
                        move ws-titel-anzahl to ws-titel-ix
                        perform film-titel-ermitteln
                        move ws-feld-film
                                to ws-tt-film(ws-titel-ix)
                        move ws-feld-film-nr
                                to ws-tt-film-nr(ws-titel-ix)
                        perform film-genre-ermitteln
                        move ws-film-genre
                                to ws-tt-genre(ws-titel-ix)
        end-if
        exit.

       film-titel-ermitteln section.
        if ws-feld-film-nr is numeric
                and ws-feld-film-nr-num > zero
                move "N" to ws-titel-gefunden
                if film-da
                        move ws-feld-film-nr-num to fd-film-nr
                        read film-datei
                                invalid key continue
                                not invalid key
                                        move fd-film-name
                                                to ws-feld-film
                                        move "J" to ws-titel-gefunden
                        end-read
                end-if
                if archiv-da
                        and not titel-gefunden
                        move ws-feld-film-nr-num to af-film-nr
                        read archiv-datei
                                invalid key continue
                                not invalid key
                                        move af-film-name
                                                to ws-feld-film
                        end-read
                end-if
        end-if
        exit.

       film-genre-ermitteln section.
        move "(ohne Genre)" to ws-film-genre
        if besetzung-da
                and ws-feld-film-nr is numeric
                move ws-feld-film-nr-num to bs-film-nr
                move low-values to bs-darsteller-name
                start besetzung-datei key is not less than
                        bs-schluessel
                                read besetzung-datei next record
                                        at end continue
                                        not at end
                                                if bs-film-nr
                                                 = ws-feld-film-nr-num
                                                  move bs-genre to
                                                  ws-film-genre
                                                end-if
       titel-uebersicht-schreiben section.
        move "Verleihvorgaenge je Titel" to bericht-zeile
        perform bericht-zeile-schreiben
        move "Nr.   Filmname             Anzahl  Tage    "
                &"Schnitt" to bericht-zeile
        perform bericht-zeile-schreiben
        if ws-titel-anzahl = zero
                / ws-tt-anzahl(ws-titel-ix)
        move ws-durchschnitt to ws-durchschnitt-ausgabe
        move spaces to bericht-zeile
        string ws-tt-film-nr(ws-titel-ix) delimited by size
                " " delimited by size
                ws-tt-film(ws-titel-ix) delimited by size
                " " delimited by size
                ws-anzahl-ausgabe delimited by size
                " " delimited by size
        add 1 to ws-top-zaehler
        move ws-tt-anzahl(ws-titel-ix) to ws-anzahl-ausgabe
        move spaces to bericht-zeile
        string ws-tt-film-nr(ws-titel-ix) delimited by size
                " " delimited by size
                ws-tt-film(ws-titel-ix) delimited by size
                " " delimited by size
                ws-anzahl-ausgabe delimited by size
                " Ausleihen" delimited by size
