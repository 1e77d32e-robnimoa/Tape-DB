           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is sequential
               record key is fd-film-nr
               file status is film-datei-status.
           select export-datei assign to "FILMEXPORT.CSV"
               organization is line sequential
       file section.
       fd  film-datei.
       01  film-datei-satz.
               03  fd-film-nr           pic 9(5).
               03  fd-film-name         pic x(20).
               03  fd-film-jahr         pic 9(4).
               03  fd-film-beschreibung pic x(100).
               03  fd-film-stempel      pic 9(16).
               03  fd-film-fsk          pic 9(2).
       fd  export-datei.
       01  export-zeile                        pic x(200).
       working-storage section.
        else
                open output export-datei
                move spaces to export-zeile
                string "FILM-NAME;FILM-JAHR;FILM-BESCHREIBUNG;"
                        "FILM-NR;FILM-FSK"
                        delimited by size
                        into export-zeile
                write export-zeile
                fd-film-jahr delimited by size
                ";" delimited by size
                ws-beschreibung-getrimmt delimited by size
                ";" delimited by size
                fd-film-nr delimited by size
                ";" delimited by size
                fd-film-fsk delimited by size
                into export-zeile
        write export-zeile
        add 1 to ws-zaehler
