       identification division.
       program-id. Tape-Konto-Auszug.
       environment division.
       input-output section.
       file-control.
           select konto-datei assign to "KONTO.DAT"
               organization is indexed
               access mode is dynamic
               record key is kt-schluessel
               file status is konto-datei-status.
           select kunden-datei assign to "KUNDEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is kd-kunden-nr
               file status is kunden-datei-status.
           select auszug-datei assign to "KONTOAUSZUG.TXT"
               organization is line sequential
               file status is auszug-status.
       data division.
       file section.
       fd  konto-datei.
       01  konto-satz.
               03  kt-schluessel.
                       05  kt-kunden-nr        pic 9(5).
                       05  kt-lfd-nr           pic 9(5).
               03  kt-datum             pic 9(8).
               03  kt-buchungsart       pic x(12).
               03  kt-soll-haben        pic x.
               03  kt-betrag            pic 9(5)v99.
               03  kt-text              pic x(40).
               03  kt-bediener          pic x(10).
       fd  kunden-datei.
       01  kunden-satz.
               03  kd-kunden-nr         pic 9(5).
               03  kd-name              pic x(30).
               03  kd-strasse           pic x(30).
               03  kd-ort               pic x(30).
               03  kd-telefon           pic x(15).
               03  kd-status            pic x.
               03  kd-geburtsdatum      pic 9(8).
       fd  auszug-datei.
       01  auszug-zeile                 pic x(132).
       working-storage section.
       01  konto-datei-status                  pic xx.
       01  kunden-datei-status                 pic xx.
       01  auszug-status                       pic xx.
       01  ws-heute-datum                      pic 9(8).
       01  ws-kunden-da                        pic x.
                       88  kunden-da value "J".
       01  ws-kunden-nr-eingabe                pic x(5).
       01  ws-kunden-nr-wert redefines ws-kunden-nr-eingabe
                                                pic 9(5).
       01  ws-nur-ein-kunde                    pic x value "N".
                       88  nur-ein-kunde value "J".
       01  ws-auszug-aktiv                     pic x value "N".
                       88  auszug-aktiv value "J".
       01  ws-kunde-vorher                     pic 9(5).
       01  ws-saldo                            pic s9(5)v99.
       01  ws-saldo-ausgabe                    pic -zzzz9.99.
       01  ws-soll-summe                       pic 9(7)v99.
       01  ws-haben-summe                      pic 9(7)v99.
       01  ws-summe-ausgabe                    pic zzzzzz9.99.
       01  ws-betrag-ausgabe                   pic zzzz9.99.
       01  ws-auszug-zaehler                   pic 9(5) value zero.
       01  ws-offen-zaehler                    pic 9(5) value zero.
       01  ws-zaehler-ausgabe                  pic zzzz9.
       procedure division.
       haupt-programm section.
        display "Kontoauszuege fuer Kunden erstellen."
        accept ws-heute-datum from date yyyymmdd
        move spaces to ws-kunden-nr-eingabe
        display "Kundennummer eingeben (leer = alle Kunden)."
        accept ws-kunden-nr-eingabe
        if ws-kunden-nr-eingabe not equal spaces
                if ws-kunden-nr-eingabe is not numeric
                        display "Ungueltige Kundennummer, kein "
                                &"Auszug erzeugt."
                        stop run
                end-if
                move "J" to ws-nur-ein-kunde
        end-if
        open input konto-datei
        if konto-datei-status = "35"
                close konto-datei
                display "Keine Kontodatei KONTO.DAT vorhanden, "
                        &"kein Auszug erzeugt."
        else
                move "N" to ws-kunden-da
                open input kunden-datei
                if kunden-datei-status = "35"
                        close kunden-datei
                else
                        move "J" to ws-kunden-da
                end-if
                open output auszug-datei
                if nur-ein-kunde
                        move ws-kunden-nr-wert to kt-kunden-nr
                else
                        move zero to kt-kunden-nr
                end-if
                move zero to kt-lfd-nr
                start konto-datei key is not less than kt-schluessel
                        invalid key move "10" to konto-datei-status
                end-start
                perform until konto-datei-status
                                is not equal "00"
                        read konto-datei next record
                                at end move "10"
                                        to konto-datei-status
                                not at end
                                        perform buchung-verarbeiten
                        end-read
                end-perform
                if auszug-aktiv
                        perform auszug-abschluss-schreiben
                end-if
                close konto-datei
                if kunden-da
                        close kunden-datei
                end-if
                if ws-auszug-zaehler = zero
                        move "Keine Buchungen gefunden."
                                to auszug-zeile
                        write auszug-zeile after advancing 1 line
                end-if
                close auszug-datei
                move ws-auszug-zaehler to ws-zaehler-ausgabe
                display "Erstellte Kontoauszuege: "
                        ws-zaehler-ausgabe
                move ws-offen-zaehler to ws-zaehler-ausgabe
                display "davon mit offenem Saldo: "
                        ws-zaehler-ausgabe
                display "Auszug erzeugt: KONTOAUSZUG.TXT"
        end-if
        stop run.

       buchung-verarbeiten section.
        if nur-ein-kunde and kt-kunden-nr not equal ws-kunden-nr-wert
                move "10" to konto-datei-status
        else
                if not auszug-aktiv
                        or kt-kunden-nr not equal ws-kunde-vorher
                        if auszug-aktiv
                                perform auszug-abschluss-schreiben
                        end-if
                        perform auszug-kopf-schreiben
                end-if
                perform buchung-zeile-schreiben
        end-if
        exit.

       auszug-kopf-schreiben section.
        move "J" to ws-auszug-aktiv
        move kt-kunden-nr to ws-kunde-vorher
        move zero to ws-saldo
        move zero to ws-soll-summe
        move zero to ws-haben-summe
        add 1 to ws-auszug-zaehler
        move spaces to auszug-zeile
        if ws-auszug-zaehler > 1
                write auszug-zeile after advancing page
        end-if
        move all "-" to auszug-zeile
        write auszug-zeile after advancing 1 line
        move spaces to auszug-zeile
        string "Kontoauszug vom " delimited by size
                ws-heute-datum delimited by size
                "   Kundennummer " delimited by size
                kt-kunden-nr delimited by size
                into auszug-zeile
        end-string
        write auszug-zeile after advancing 1 line
        move spaces to auszug-zeile
        write auszug-zeile after advancing 1 line
        perform auszug-anschrift-schreiben
        move spaces to auszug-zeile
        write auszug-zeile after advancing 1 line
        move "Datum    Buchungsart  S/H     Betrag  Text"
                to auszug-zeile
        write auszug-zeile after advancing 1 line
        exit.

       auszug-anschrift-schreiben section.
        move spaces to auszug-zeile
        if not kunden-da
                string "Kunde " delimited by size
                        kt-kunden-nr delimited by size
                        " (keine Anschrift im Kundenstamm)"
                        delimited by size
                        into auszug-zeile
                end-string
                write auszug-zeile after advancing 1 line
        else
                move kt-kunden-nr to kd-kunden-nr
                read kunden-datei
                        invalid key
                                string "Kunde " delimited by size
                                        kt-kunden-nr
                                                delimited by size
                                        " (nicht im Kundenstamm)"
                                                delimited by size
                                        into auszug-zeile
                                end-string
                                write auszug-zeile
                                        after advancing 1 line
                                end-write
                        not invalid key
                                move kd-name to auszug-zeile
                                write auszug-zeile
                                        after advancing 1 line
                                move kd-strasse to auszug-zeile
                                write auszug-zeile
                                        after advancing 1 line
                                move kd-ort to auszug-zeile
                                write auszug-zeile
                                        after advancing 1 line
                end-read
        end-if
        exit.

       buchung-zeile-schreiben section.
        if kt-soll-haben = "H"
                subtract kt-betrag from ws-saldo
                add kt-betrag to ws-haben-summe
        else
                add kt-betrag to ws-saldo
                add kt-betrag to ws-soll-summe
        end-if
        move kt-betrag to ws-betrag-ausgabe
        move spaces to auszug-zeile
        string kt-datum delimited by size
                " " delimited by size
                kt-buchungsart delimited by size
                " " delimited by size
                kt-soll-haben delimited by size
                "  " delimited by size
                ws-betrag-ausgabe delimited by size
                "  " delimited by size
                kt-text delimited by size
                into auszug-zeile
        end-string
        write auszug-zeile after advancing 1 line
        exit.

       auszug-abschluss-schreiben section.
        move spaces to auszug-zeile
        write auszug-zeile after advancing 1 line
        move ws-soll-summe to ws-summe-ausgabe
        move spaces to auszug-zeile
        string "Summe Belastungen: " delimited by size
                ws-summe-ausgabe delimited by size
                " EUR" delimited by size
                into auszug-zeile
        end-string
        write auszug-zeile after advancing 1 line
        move ws-haben-summe to ws-summe-ausgabe
        move spaces to auszug-zeile
        string "Summe Zahlungen:   " delimited by size
                ws-summe-ausgabe delimited by size
                " EUR" delimited by size
                into auszug-zeile
        end-string
        write auszug-zeile after advancing 1 line
        move ws-saldo to ws-saldo-ausgabe
        move spaces to auszug-zeile
        string "Saldo:              " delimited by size
                ws-saldo-ausgabe delimited by size
                " EUR" delimited by size
                into auszug-zeile
        end-string
        write auszug-zeile after advancing 1 line
        move spaces to auszug-zeile
        if ws-saldo > zero
                add 1 to ws-offen-zaehler
                move "Bitte begleichen Sie den offenen Betrag an "
                        &"unserer Kasse." to auszug-zeile
        else
                move "Ihr Konto ist ausgeglichen." to auszug-zeile
        end-if
        write auszug-zeile after advancing 2 lines
        move spaces to auszug-zeile
        write auszug-zeile after advancing 1 line
        exit.
