               access mode is dynamic
               record key is bd-id
               file status is bediener-datei-status.
           select lauf-ausweis-datei assign to "NACHTLAUF.TOK"
               organization is line sequential
               file status is lauf-ausweis-status.
           select audit-datei assign to audit-dateiname
               organization is line sequential
               file status is audit-datei-status.
               03  bd-name              pic x(30).
               03  bd-passwort          pic x(10).
               03  bd-rolle             pic 9.
       fd  lauf-ausweis-datei.
       01  lauf-ausweis-satz                   pic x(40).
       fd  audit-datei.
       01  audit-satz                          pic x(280).
       fd  audarchf-datei.
       01  ws-bediener-rolle                   pic 9.
                       88  rolle-supervisor value 2.
       01  ws-bediener-name                    pic x(30).
       01  ws-batch-bediener                   pic x(10).
       01  ws-batch-lauf                       pic x value "N".
                       88  batch-lauf value "J".
       01  lauf-ausweis-status                 pic xx.
       01  ws-batch-ausweis                    pic x(16).
       01  ws-ausweis-bediener                 pic x(10).
       01  ws-ausweis-wert                     pic x(16).
       01  ws-ausweis-ok                       pic x.
                       88  ausweis-ok value "J".
       01  ws-monat-eingabe                    pic x(6).
       01  ws-monat-wert redefines ws-monat-eingabe
                                                pic 9(6).
        compute ws-heute-tage
                = function integer-of-date(ws-heute-datum)
        perform status-lesen
        if batch-lauf
                perform monat-batch-ermitteln
        else
                perform monat-eingeben
                perform frist-eingeben
        end-if
        perform archive-oeffnen
        perform tages-datei-verarbeiten
                varying ws-tag-lfd from 1 by 1

       anmeldung section.
        move "N" to ws-anmeldung-ok
        perform batch-anmeldung
        move zero to ws-anmelde-versuche
        perform until anmeldung-ok
                        or ws-anmelde-versuche not less than
        end-if
        exit.

       batch-anmeldung section.
        move spaces to ws-batch-bediener
        accept ws-batch-bediener from environment "TAPE_BATCH"
        if ws-batch-bediener not equal spaces
                move "J" to ws-batch-lauf
                move ws-batch-bediener to bediener-id
                perform lauf-ausweis-pruefen
                open input bediener-datei
                if bediener-datei-status = "35"
                        close bediener-datei
                else
                        move bediener-id to bd-id
                        read bediener-datei
                                invalid key continue
                                not invalid key
                                        if bd-rolle = 3
                                                move "J"
                                                  to ws-anmeldung-ok
                                                move 2 to
                                                  ws-bediener-rolle
                                                move bd-name to
                                                  ws-bediener-name
                                        end-if
                        end-read
                        close bediener-datei
                end-if
                if not anmeldung-ok
                        display "Batchkennung " bediener-id
                                " ist nicht als Batchbediener "
                                &"eingerichtet, Lauf abgebrochen."
                        move 8 to return-code
                        stop run
                end-if
        end-if
        exit.

       lauf-ausweis-pruefen section.
        move "N" to ws-ausweis-ok
        move spaces to ws-batch-ausweis
        accept ws-batch-ausweis from environment "TAPE_AUSWEIS"
        open input lauf-ausweis-datei
        if lauf-ausweis-status = "35"
                close lauf-ausweis-datei
        else
                read lauf-ausweis-datei
                        at end continue
                        not at end
                                perform lauf-ausweis-vergleichen
                end-read
                close lauf-ausweis-datei
        end-if
        if not ausweis-ok
                display "Kein laufender Nachtlauf fuer Batchkennung "
                        ws-batch-bediener ", Lauf abgebrochen."
                move 8 to return-code
                stop run
        end-if
        exit.

       lauf-ausweis-vergleichen section.
        move spaces to ws-ausweis-bediener
        move spaces to ws-ausweis-wert
        unstring lauf-ausweis-satz delimited by ";"
                into ws-ausweis-bediener
                        ws-ausweis-wert
        end-unstring
        if ws-batch-ausweis not equal spaces
                and ws-ausweis-bediener = ws-batch-bediener
                and ws-ausweis-wert = ws-batch-ausweis
                move "J" to ws-ausweis-ok
        end-if
        exit.

       bediener-pruefen section.
        move "N" to ws-anmeldung-ok
        move zero to ws-bediener-rolle
                                        &"Bedienerkennung."
                        not invalid key
                                if bd-passwort = ws-passwort-eingabe
                                        and bd-rolle not equal 3
                                        move "J" to ws-anmeldung-ok
                                        move bd-rolle
                                                to ws-bediener-rolle
        end-perform
        exit.

       monat-batch-ermitteln section.
        if ws-heute-monat(5:2) = "01"
                compute ws-monat-wert = ws-heute-monat - 89
        else
                compute ws-monat-wert = ws-heute-monat - 1
        end-if
        move "N" to ws-monat-ok
        perform monat-anschluss-pruefen
        if not monat-ok
                display "Monat " ws-monat-wert " kann nicht "
                        &"konsolidiert werden, Lauf abgebrochen."
                move 8 to return-code
                stop run
        end-if
        display "Konsolidiert wird der Monat " ws-monat-wert "."
        exit.

       monat-anschluss-pruefen section.
        compute ws-monat-start = ws-monat-wert * 100 + 1
        if ws-kons-bis = zero
