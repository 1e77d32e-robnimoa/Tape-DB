           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is sequential
               record key is fd-film-nr
               file status is film-datei-status.
           select sortier-datei assign to "FILMSORT.TMP".
           select bericht-datei assign to "FILMBERICHT.TXT"
       file section.
       fd  film-datei.
       01  film-datei-satz.
               03  fd-film-nr           pic 9(5).
               03  fd-film-name         pic x(20).
               03  fd-film-jahr         pic 9(4).
               03  fd-film-beschreibung pic x(100).
               03  fd-film-stempel      pic 9(16).
               03  fd-film-fsk          pic 9(2).
       sd  sortier-datei.
       01  sortier-satz.
               03  s-jahr               pic 9(4).
               03  s-name               pic x(20).
               03  s-beschreibung       pic x(100).
               03  s-film-nr            pic 9(5).
       fd  bericht-datei.
       01  bericht-zeile                pic x(132).
       working-storage section.
                        not at end
                                move fd-film-jahr to s-jahr
                                move fd-film-name to s-name
                                move fd-film-nr to s-film-nr
                                move fd-film-beschreibung
                                        to s-beschreibung
                                release sortier-satz
                perform seiten-kopf-schreiben
        end-if
        move spaces to bericht-zeile
        string s-film-nr delimited by size
                " " delimited by size
                s-name delimited by size
                " " delimited by size
                s-jahr delimited by size
                "  " delimited by size
                into bericht-zeile
        write bericht-zeile after advancing 1 line
        move spaces to bericht-zeile
        string "Nr.   Filmname" delimited by size
                "            Jahr  Beschreibung" delimited by size
                into bericht-zeile
        write bericht-zeile after advancing 2 lines
