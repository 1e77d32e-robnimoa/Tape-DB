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
       sd  sortier-datei.
               88  keine-weiteren-saetze value "J".
       01  ws-film-im-katalog                  pic x.
                       88  film-im-katalog value "J".
       01  ws-akt-film-nr                      pic 9(5).
       01  ws-akt-filmname                     pic x(20).
       01  ws-akt-jahr                         pic 9(4).
       01  ws-gruppen-film                     pic 9(5).
       01  ws-vorheriger-darsteller            pic x(30).
       01  ws-erste-zeile                      pic x value "J".
       01  ws-gesamt-zaehler                   pic 9(5) value zero.
       besetzung-einlesen section.
        open input besetzung-datei
        open input film-datei
        move zero to ws-akt-film-nr
        move zero to ws-gruppen-film
        move low-values to bs-schluessel
        start besetzung-datei key is not less than bs-schluessel
                invalid key move "10" to besetzung-datei-status
        exit.

       besetzung-satz-freigeben section.
        if bs-film-nr not equal ws-akt-film-nr
                move bs-film-nr to ws-akt-film-nr
                move bs-film-nr to ws-akt-filmname
                move "N" to ws-film-im-katalog
                move zero to ws-akt-jahr
                if film-datei-status not equal "35"
                        move bs-film-nr to fd-film-nr
                        read film-datei
                                invalid key continue
                                not invalid key
                                        move "J" to ws-film-im-katalog
                                        move fd-film-jahr
                                                to ws-akt-jahr
                                        move fd-film-name
                                                to ws-akt-filmname
                        end-read
                end-if
        end-if
        move bs-darsteller-name to s-darsteller
        move ws-akt-jahr to s-jahr
        move ws-akt-filmname to s-name
        move bs-genre to s-genre
        release sortier-satz
        if bs-film-nr not equal ws-gruppen-film
                move bs-film-nr to ws-gruppen-film
                perform genre-jahrzehnt-zaehlen
        end-if
        exit.
