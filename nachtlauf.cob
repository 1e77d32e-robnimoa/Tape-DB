       identification division.
       program-id. Tape-Nacht-Lauf.
       environment division.
       input-output section.
       file-control.
           select steuer-datei assign to "NACHTLAUF.CTL"
               organization is line sequential
               file status is steuer-datei-status.
           select zustand-datei assign to "NACHTLAUF.STA"
               organization is line sequential
               file status is zustand-datei-status.
           select protokoll-datei assign to "NACHTLAUF.LOG"
               organization is line sequential
               file status is protokoll-datei-status.
           select bediener-datei assign to "BEDIENER.DAT"
               organization is indexed
               access mode is dynamic
               record key is bd-id
               file status is bediener-datei-status.
           select lauf-ausweis-datei assign to "NACHTLAUF.TOK"
               organization is line sequential
               file status is lauf-ausweis-status.
           select audit-datei assign to audit-dateiname
               organization is line sequential
               file status is audit-datei-status.
       data division.
       file section.
       fd  steuer-datei.
       01  steuer-satz                         pic x(80).
       fd  zustand-datei.
       01  zustand-satz                        pic x(40).
       fd  protokoll-datei.
       01  protokoll-zeile                     pic x(132).
       fd  bediener-datei.
       01  bediener-satz.
               03  bd-id                pic x(10).
               03  bd-name              pic x(30).
               03  bd-passwort          pic x(10).
               03  bd-rolle             pic 9.
       fd  lauf-ausweis-datei.
       01  lauf-ausweis-satz                   pic x(40).
       fd  audit-datei.
       01  audit-satz                          pic x(280).
       working-storage section.
       01  steuer-datei-status                 pic xx.
       01  zustand-datei-status                pic xx.
       01  protokoll-datei-status              pic xx.
       01  bediener-datei-status               pic xx.
       01  audit-datei-status                  pic xx.
       01  lauf-ausweis-status                 pic xx.
       01  ws-batch-passwort                   pic x(10) value spaces.
       01  ws-ausweis-zufall                   pic 9(8).
       01  ws-ausweis-wert                     pic x(16).
       01  audit-dateiname                     pic x(30).
       01  bediener-id                         pic x(10) value spaces.
       01  ws-audit-datum                      pic 9(8).
       01  ws-audit-zeit                       pic 9(8).
       01  audit-aktion                        pic x(12).
       01  audit-name                          pic x(20).
       01  audit-vor-jahr                      pic 9(4).
       01  audit-vor-beschreibung              pic x(100).
       01  audit-nach-jahr                     pic 9(4).
       01  audit-nach-beschreibung             pic x(100).
       01  ws-heute-datum                      pic 9(8).
       01  ws-heute-monat                      pic 9(6).
       01  ws-zeit                             pic 9(8).
       01  ws-batch-ok                         pic x.
                       88  batch-ok value "J".
       01  ws-kette-abgebrochen                pic x value "N".
                       88  kette-abgebrochen value "J".
       01  ws-feld-art                         pic x(2).
       01  ws-feld-1                           pic x(10).
       01  ws-feld-nr redefines ws-feld-1.
               03  ws-feld-nr-wert      pic 9(3).
               03  filler               pic x(7).
       01  ws-feld-2                           pic x(40).
       01  ws-feld-3                           pic x(8).
       01  ws-feld-3-num redefines ws-feld-3   pic 9(8).
       01  ws-feld-4                           pic x(2).
       01  ws-sr-anzahl                        pic 9(3) value zero.
       01  ws-sr-max                           pic 9(3) value 50.
       01  ws-sr-ix                            pic 9(3).
       01  ws-sr-such                          pic 9(3).
       01  ws-start-ix                         pic 9(3) value 1.
       01  ws-schritt-tabelle.
               03  ws-sr-satz occurs 1 to 50 times
                               depending on ws-sr-anzahl
                               ascending key ws-sr-nr.
                       05  ws-sr-nr            pic 9(3).
                       05  ws-sr-programm      pic x(40).
                       05  ws-sr-zyklus        pic x.
                       05  ws-sr-letzt-ok      pic 9(8).
                       05  ws-sr-status        pic x.
       01  ws-befehl                           pic x(40).
       01  ws-rc                               pic 9(5).
       01  ws-rc-ausgabe                       pic zzzz9.
       01  ws-protokoll-nr                     pic 9(3).
       01  ws-protokoll-programm               pic x(40).
       01  ws-protokoll-text                   pic x(60).
       01  ws-fehler-zaehler                   pic 9(3) value zero.
       01  ws-gelaufen-zaehler                 pic 9(3) value zero.
       01  ws-zaehler-ausgabe                  pic zz9.
       procedure division.
       haupt-programm section.
        accept ws-audit-datum from date yyyymmdd
        string "AUDIT-" delimited by size
                ws-audit-datum delimited by size
                ".LOG" delimited by size
                into audit-dateiname
        accept ws-heute-datum from date yyyymmdd
        compute ws-heute-monat
                = function integer(ws-heute-datum / 100)
        move zero to ws-protokoll-nr
        move spaces to ws-protokoll-programm
        move "Nachtlauf gestartet" to ws-protokoll-text
        perform protokoll-schreiben
        perform steuerdatei-lesen
        if ws-sr-anzahl = zero
                move "Keine Schritte in NACHTLAUF.CTL, Lauf beendet"
                        to ws-protokoll-text
                perform protokoll-schreiben
                display "Keine Schritte in der Steuerdatei "
                        &"NACHTLAUF.CTL."
                move 8 to return-code
                stop run
        end-if
        perform batchbediener-pruefen
        if not batch-ok
                move "Batchbediener nicht eingerichtet oder Passwort "
                        &"falsch, Lauf beendet" to ws-protokoll-text
                perform protokoll-schreiben
                display "Batchbediener " bediener-id " ist nicht "
                        &"mit Rolle 3 im Bedienerstamm eingerichtet "
                        &"oder das Passwort in NACHTLAUF.CTL ist "
                        &"falsch."
                move 8 to return-code
                stop run
        end-if
        sort ws-sr-satz on ascending key ws-sr-nr
        perform zustand-lesen
        perform wiederanlauf-ermitteln
        perform lauf-ausweis-anlegen
        display "TAPE_BATCH" upon environment-name
        display bediener-id upon environment-value
        display "TAPE_AUSWEIS" upon environment-name
        display ws-ausweis-wert upon environment-value
        move "NACHTLAUF" to audit-name
        move zero to audit-vor-jahr
        move spaces to audit-vor-beschreibung
        move zero to audit-nach-jahr
        move spaces to audit-nach-beschreibung
        string "Start ab Schritt " delimited by size
                ws-sr-nr(ws-start-ix) delimited by size
                into audit-nach-beschreibung
        end-string
        move "NL-START" to audit-aktion
        perform audit-schreiben
        perform schritt-ausfuehren
                varying ws-sr-ix from ws-start-ix by 1
                until ws-sr-ix > ws-sr-anzahl
                        or kette-abgebrochen
        delete file lauf-ausweis-datei
        perform zustand-schreiben
        move zero to ws-protokoll-nr
        move spaces to ws-protokoll-programm
        move spaces to audit-nach-beschreibung
        if kette-abgebrochen
                move "Nachtlauf abgebrochen, Wiederanlauf beim "
                        &"fehlerhaften Schritt" to ws-protokoll-text
                move "Abgebrochen, Wiederanlauf beim fehlerhaften "
                        &"Schritt" to audit-nach-beschreibung
                move "NL-ABBRUCH" to audit-aktion
                move 8 to return-code
        else
                move "Nachtlauf ohne Fehler beendet"
                        to ws-protokoll-text
                move "Alle Schritte ohne Fehler beendet"
                        to audit-nach-beschreibung
                move "NL-ENDE" to audit-aktion
        end-if
        perform protokoll-schreiben
        perform audit-schreiben
        move ws-gelaufen-zaehler to ws-zaehler-ausgabe
        display "Ausgefuehrte Schritte: " ws-zaehler-ausgabe
        move ws-fehler-zaehler to ws-zaehler-ausgabe
        display "Fehlerhafte Schritte:  " ws-zaehler-ausgabe
        display "Protokoll: NACHTLAUF.LOG"
        stop run.

       steuerdatei-lesen section.
        open input steuer-datei
        if steuer-datei-status = "35"
                close steuer-datei
                perform steuerdatei-anlegen
                open input steuer-datei
        end-if
        perform until steuer-datei-status is not equal "00"
                read steuer-datei
                        at end move "10" to steuer-datei-status
                        not at end
                                perform steuer-satz-verarbeiten
                end-read
        end-perform
        close steuer-datei
        exit.

       steuerdatei-anlegen section.
        display "Keine Steuerdatei NACHTLAUF.CTL vorhanden, "
                &"Vorgabe wird angelegt."
        open output steuer-datei
        move "* Batchbediener: B;Kennung;Passwort" to steuer-satz
        write steuer-satz
        move "* Schritte: S;Nummer;Programm;Zyklus (T = taeglich, "
                &"M = monatlich)" to steuer-satz
        write steuer-satz
        move "B;NACHTLAUF;" to steuer-satz
        write steuer-satz
        move "S;010;./filmstapel;T" to steuer-satz
        write steuer-satz
        move "S;020;./mahnbericht;T" to steuer-satz
        write steuer-satz
        move "S;030;./filmpruef;T" to steuer-satz
        write steuer-satz
        move "S;040;./filmsicherung;T" to steuer-satz
        write steuer-satz
        move "S;050;./auditmonat;M" to steuer-satz
        write steuer-satz
        close steuer-datei
        exit.

       steuer-satz-verarbeiten section.
        move spaces to ws-feld-art
        move spaces to ws-feld-1
        move spaces to ws-feld-2
        move spaces to ws-feld-3
        unstring steuer-satz delimited by ";"
                into ws-feld-art
                        ws-feld-1
                        ws-feld-2
                        ws-feld-3
        end-unstring
        inspect ws-feld-art converting "bs" to "BS"
        inspect ws-feld-3 converting "tm" to "TM"
        evaluate true
                when ws-feld-art = "B"
                        move ws-feld-1 to bediener-id
                        move ws-feld-2 to ws-batch-passwort
                when ws-feld-art not equal "S"
                        continue
                when ws-feld-nr-wert is not numeric
                        or ws-feld-2 = spaces
                        display "Steuersatz ungueltig: " steuer-satz
                when ws-sr-anzahl not less than ws-sr-max
                        display "Zu viele Schritte, ignoriert: "
                                steuer-satz
                when other
                        add 1 to ws-sr-anzahl
                        move ws-feld-nr-wert to ws-sr-nr(ws-sr-anzahl)
                        move ws-feld-2
                                to ws-sr-programm(ws-sr-anzahl)
                        if ws-feld-3 = "M"
                                move "M" to ws-sr-zyklus(ws-sr-anzahl)
                        else
                                move "T" to ws-sr-zyklus(ws-sr-anzahl)
                        end-if
                        move zero to ws-sr-letzt-ok(ws-sr-anzahl)
                        move space to ws-sr-status(ws-sr-anzahl)
        end-evaluate
        exit.

       batchbediener-pruefen section.
        move "N" to ws-batch-ok
        if bediener-id not equal spaces
                open input bediener-datei
                if bediener-datei-status = "35"
                        close bediener-datei
                else
                        move bediener-id to bd-id
                        read bediener-datei
                                invalid key continue
                                not invalid key
                                        if bd-rolle = 3
                                           and ws-batch-passwort
                                                not equal spaces
                                           and bd-passwort
                                                = ws-batch-passwort
                                                move "J" to ws-batch-ok
                                        end-if
                        end-read
                        close bediener-datei
                end-if
        end-if
        exit.

       lauf-ausweis-anlegen section.
        accept ws-zeit from time
        compute ws-ausweis-zufall
                = function random(ws-zeit) * 99999999
        move spaces to ws-ausweis-wert
        string ws-zeit delimited by size
                ws-ausweis-zufall delimited by size
                into ws-ausweis-wert
        end-string
        open output lauf-ausweis-datei
        move spaces to lauf-ausweis-satz
        string bediener-id delimited by space
                ";" delimited by size
                ws-ausweis-wert delimited by size
                into lauf-ausweis-satz
        end-string
        write lauf-ausweis-satz
        close lauf-ausweis-datei
        exit.

       zustand-lesen section.
        open input zustand-datei
        if zustand-datei-status = "35"
                close zustand-datei
        else
                perform until zustand-datei-status is not equal "00"
                        read zustand-datei
                                at end move "10"
                                        to zustand-datei-status
                                not at end
                                        perform zustand-satz-uebernehmen
                        end-read
                end-perform
                close zustand-datei
        end-if
        exit.

       zustand-satz-uebernehmen section.
        move spaces to ws-feld-1
        move spaces to ws-feld-3
        move spaces to ws-feld-4
        unstring zustand-satz delimited by ";"
                into ws-feld-1
                        ws-feld-3
                        ws-feld-4
        end-unstring
        if ws-feld-nr-wert is numeric
                perform varying ws-sr-such from 1 by 1
                                until ws-sr-such > ws-sr-anzahl
                        if ws-sr-nr(ws-sr-such) = ws-feld-nr-wert
                                if ws-feld-3 is numeric
                                        move ws-feld-3-num
                                          to ws-sr-letzt-ok(ws-sr-such)
                                end-if
                                move ws-feld-4(1:1)
                                        to ws-sr-status(ws-sr-such)
                        end-if
                end-perform
        end-if
        exit.

       wiederanlauf-ermitteln section.
        move 1 to ws-start-ix
        perform varying ws-sr-such from ws-sr-anzahl by -1
                        until ws-sr-such < 1
                if ws-sr-status(ws-sr-such) = "F"
                        move ws-sr-such to ws-start-ix
                end-if
        end-perform
        if ws-sr-status(ws-start-ix) = "F"
                move ws-sr-nr(ws-start-ix) to ws-protokoll-nr
                move ws-sr-programm(ws-start-ix)
                        to ws-protokoll-programm
                move "Wiederanlauf ab fehlerhaftem Schritt"
                        to ws-protokoll-text
                perform protokoll-schreiben
                display "Wiederanlauf ab Schritt "
                        ws-sr-nr(ws-start-ix) "."
        end-if
        exit.

       schritt-ausfuehren section.
        move ws-sr-nr(ws-sr-ix) to ws-protokoll-nr
        move ws-sr-programm(ws-sr-ix) to ws-protokoll-programm
        if ws-sr-zyklus(ws-sr-ix) = "M"
                and ws-sr-status(ws-sr-ix) not equal "F"
                and ws-sr-letzt-ok(ws-sr-ix) / 100
                        not less than ws-heute-monat
                move "Uebersprungen, Monatslauf bereits erledigt"
                        to ws-protokoll-text
                perform protokoll-schreiben
        else
                move "Gestartet" to ws-protokoll-text
                perform protokoll-schreiben
                display "Schritt " ws-sr-nr(ws-sr-ix) ": "
                        ws-sr-programm(ws-sr-ix)
                move ws-sr-programm(ws-sr-ix) to ws-befehl
                move zero to return-code
                call "SYSTEM" using ws-befehl
                if return-code > 255
                        compute ws-rc = return-code / 256
                else
                        move return-code to ws-rc
                end-if
                move zero to return-code
                add 1 to ws-gelaufen-zaehler
                move ws-rc to ws-rc-ausgabe
                move spaces to ws-protokoll-text
                if ws-rc not less than 8
                        move "F" to ws-sr-status(ws-sr-ix)
                        move "J" to ws-kette-abgebrochen
                        add 1 to ws-fehler-zaehler
                        string "Fehler, Return-Code " delimited by size
                                ws-rc-ausgabe delimited by size
                                ", Kette angehalten" delimited by size
                                into ws-protokoll-text
                        end-string
                        perform schritt-fehler-audit
                else
                        move "O" to ws-sr-status(ws-sr-ix)
                        move ws-heute-datum to ws-sr-letzt-ok(ws-sr-ix)
                        if ws-rc not less than 4
                                string "Beendet mit Warnung, "
                                        delimited by size
                                        "Return-Code " delimited by size
                                        ws-rc-ausgabe delimited by size
                                        into ws-protokoll-text
                                end-string
                        else
                                string "Beendet, Return-Code "
                                        delimited by size
                                        ws-rc-ausgabe delimited by size
                                        into ws-protokoll-text
                                end-string
                        end-if
                end-if
                perform protokoll-schreiben
        end-if
        exit.

       schritt-fehler-audit section.
        move "NACHTLAUF" to audit-name
        move zero to audit-vor-jahr
        move spaces to audit-vor-beschreibung
        move zero to audit-nach-jahr
        move spaces to audit-nach-beschreibung
        string "Schritt " delimited by size
                ws-sr-nr(ws-sr-ix) delimited by size
                " " delimited by size
                ws-sr-programm(ws-sr-ix) delimited by space
                " Return-Code " delimited by size
                ws-rc-ausgabe delimited by size
                into audit-nach-beschreibung
        end-string
        move "NL-FEHLER" to audit-aktion
        perform audit-schreiben
        exit.

       zustand-schreiben section.
        open output zustand-datei
        perform varying ws-sr-such from 1 by 1
                        until ws-sr-such > ws-sr-anzahl
                move spaces to zustand-satz
                string ws-sr-nr(ws-sr-such) delimited by size
                        ";" delimited by size
                        ws-sr-letzt-ok(ws-sr-such) delimited by size
                        ";" delimited by size
                        ws-sr-status(ws-sr-such) delimited by size
                        into zustand-satz
                end-string
                write zustand-satz
        end-perform
        close zustand-datei
        exit.

       protokoll-schreiben section.
        accept ws-zeit from time
        move spaces to protokoll-zeile
        if ws-protokoll-nr = zero
                string ws-heute-datum delimited by size
                        " " delimited by size
                        ws-zeit delimited by size
                        " " delimited by size
                        ws-protokoll-text delimited by size
                        into protokoll-zeile
                end-string
        else
                string ws-heute-datum delimited by size
                        " " delimited by size
                        ws-zeit delimited by size
                        " Schritt " delimited by size
                        ws-protokoll-nr delimited by size
                        " " delimited by size
                        ws-protokoll-programm delimited by size
                        " " delimited by size
                        ws-protokoll-text delimited by size
                        into protokoll-zeile
                end-string
        end-if
        open extend protokoll-datei
        if protokoll-datei-status = "35"
                open output protokoll-datei
        end-if
        write protokoll-zeile
        close protokoll-datei
        exit.

       audit-schreiben section.
        accept ws-audit-datum from date yyyymmdd
        accept ws-audit-zeit from time
        inspect audit-name replacing all ";" by ","
        inspect audit-vor-beschreibung replacing all ";" by ","
        inspect audit-nach-beschreibung replacing all ";" by ","
        move spaces to audit-satz
        string ws-audit-datum      delimited by size ";"
                ws-audit-zeit       delimited by size ";"
                bediener-id         delimited by size ";"
                audit-aktion        delimited by size ";"
                audit-name          delimited by size ";"
                audit-vor-jahr      delimited by size ";"
                audit-vor-beschreibung delimited by size ";"
                audit-nach-jahr     delimited by size ";"
                audit-nach-beschreibung delimited by size
                into audit-satz
        end-string
        open extend audit-datei
        if audit-datei-status = "35"
                open output audit-datei
        end-if
        write audit-satz
        close audit-datei
        exit.
