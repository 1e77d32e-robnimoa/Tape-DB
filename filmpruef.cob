           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-film-nr
               file status is film-datei-status.
           select besetzung-datei assign to "BESETZUNG.DAT"
               organization is indexed
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
       fd  bericht-datei.
                       88  film-gefunden value "J".
       01  ws-besetzung-gefunden               pic x.
                       88  besetzung-gefunden value "J".
       01  ws-gruppe-film                      pic 9(5).
       01  ws-gruppe-genre                     pic x(20).
       01  ws-gruppe-gemeldet                  pic x.
                       88  gruppe-gemeldet value "J".
       01  ws-seitenzahl                       pic 9(3) value zero.
       01  ws-seitenzahl-ausgabe               pic zz9.
       01  ws-pruef-datum                      pic 9(8).
       01  ws-batch-bediener                   pic x(10).
       procedure division.
       haupt-programm section.
        move space to ws-reparatur
        move spaces to ws-batch-bediener
        accept ws-batch-bediener from environment "TAPE_BATCH"
        if ws-batch-bediener = spaces
                display "Reparaturmodus: verwaiste Besetzungssaetze "
                        &"loeschen? (J/N)"
                accept ws-reparatur
                inspect ws-reparatur converting "j" to "J"
        end-if
        accept ws-pruef-datum from date yyyymmdd
        open output bericht-datei
        perform seiten-kopf-schreiben
                        invalid key move "10"
                                to besetzung-datei-status
                end-start
                move zero to ws-gruppe-film
                perform until besetzung-datei-status
                                is not equal "00"
                        read besetzung-datei next record
                perform genre-konflikt-pruefen
        else
                move "N" to ws-film-gefunden
                move bs-film-nr to fd-film-nr
                read film-datei
                        invalid key continue
                        not invalid key move "J" to ws-film-gefunden
                move spaces to bericht-zeile
                string "Verwaister Besetzungssatz: "
                        delimited by size
                        bs-film-nr delimited by size
                        " / " delimited by size
                        bs-darsteller-name delimited by size
                        into bericht-zeile
        exit.

       genre-konflikt-pruefen section.
        if bs-film-nr not equal ws-gruppe-film
                move bs-film-nr to ws-gruppe-film
                move bs-genre to ws-gruppe-genre
                move "N" to ws-gruppe-gemeldet
        else
                        move "J" to ws-gruppe-gemeldet
                        move spaces to bericht-zeile
                        string "Widerspruechliches Genre fuer "
                                &"Film " delimited by size
                                bs-film-nr delimited by size
                                ": " delimited by size
                                ws-gruppe-genre delimited by size
                                " / " delimited by size
                continue
        else
                open input besetzung-datei
                move zero to fd-film-nr
                start film-datei key is not less than fd-film-nr
                        invalid key move "10" to film-datei-status
                end-start
                perform until film-datei-status is not equal "00"
        add 1 to ws-film-zaehler
        move "N" to ws-besetzung-gefunden
        if besetzung-datei-status not equal "35"
                move fd-film-nr to bs-film-nr
                move low-values to bs-darsteller-name
                start besetzung-datei key is not less than
                        bs-schluessel
                                read besetzung-datei next record
                                        at end continue
                                        not at end
                                                if bs-film-nr
                                                  = fd-film-nr
                                                  move "J" to
                                                  ws-besetzung-gefunden
                                                end-if
                move spaces to bericht-zeile
                string "Film ohne Besetzungssaetze: "
                        delimited by size
                        fd-film-nr delimited by size
                        " " delimited by size
                        fd-film-name delimited by size
                        into bericht-zeile
                end-string
