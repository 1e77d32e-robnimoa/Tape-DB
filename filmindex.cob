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
       working-storage section.
       01  film-datei-status                   pic xx.
       01  besetzung-datei-status              pic xx.
                display "Keine Filmdatenbank auf Platte gefunden, "
                        &"Jahresindex ist leer."
        else
                move zero to fd-film-nr
                start film-datei key is not less than fd-film-nr
                        invalid key move "10" to film-datei-status
                end-start
                perform until film-datei-status is not equal "00"

       jahridx-satz-schreiben section.
        move fd-film-jahr to jx-film-jahr
        move fd-film-nr to jx-film-nr
        write jahridx-satz
                invalid key continue
                not invalid key add 1 to ws-jahr-zaehler

       besidx-satz-schreiben section.
        move bs-darsteller-name to bx-darsteller-name
        move bs-film-nr to bx-film-nr
        move bs-genre to bx-genre
        write besidx-satz
                invalid key continue
