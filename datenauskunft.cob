       identification division.
       program-id. Tape-Daten-Auskunft.
       environment division.
       input-output section.
       file-control.
           select kunden-datei assign to "KUNDEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is kd-kunden-nr
               file status is kunden-datei-status.
           select verleih-datei assign to "VERLEIH.DAT"
               organization is indexed
               access mode is dynamic
               record key is vl-schluessel
               file status is verleih-datei-status.
           select reserv-datei assign to "RESERV.DAT"
               organization is indexed
               access mode is dynamic
               record key is rs-schluessel
               file status is reserv-datei-status.
           select konto-datei assign to "KONTO.DAT"
               organization is indexed
               access mode is dynamic
               record key is kt-schluessel
               file status is konto-datei-status.
           select schaden-datei assign to "SCHADEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is sc-schaden-nr
               file status is schaden-datei-status.
           select historie-datei assign to "VLHIST.DAT"
               organization is line sequential
               file status is historie-datei-status.
           select audarchf-datei assign to "AUDARCHF.DAT"
               organization is indexed
               access mode is dynamic
               record key is aa-schluessel
               file status is audarchf-status.
           select audarchb-datei assign to "AUDARCHB.DAT"
               organization is indexed
               access mode is dynamic
               record key is ab-schluessel
               file status is audarchb-status.
           select status-datei assign to "AUDARCH.STA"
               organization is line sequential
               file status is status-datei-status.
           select tages-datei assign to tages-dateiname
               organization is line sequential
               file status is tages-datei-status.
           select bediener-datei assign to "BEDIENER.DAT"
               organization is indexed
               access mode is dynamic
               record key is bd-id
               file status is bediener-datei-status.
           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-film-nr
               file status is film-datei-status.
           select bericht-datei assign to "DATENAUSKUNFT.TXT"
               organization is line sequential
               file status is bericht-status.
           select audit-datei assign to audit-dateiname
               organization is line sequential
               file status is audit-datei-status.
       data division.
       file section.
       fd  kunden-datei.
       01  kunden-satz.
               03  kd-kunden-nr         pic 9(5).
               03  kd-name              pic x(30).
               03  kd-strasse           pic x(30).
               03  kd-ort               pic x(30).
               03  kd-telefon           pic x(15).
               03  kd-status            pic x.
               03  kd-geburtsdatum      pic 9(8).
       fd  verleih-datei.
       01  verleih-satz.
               03  vl-schluessel.
                       05  vl-film-nr          pic 9(5).
                       05  vl-kopie-nr         pic 9(2).
               03  vl-kunden-nr         pic 9(5).
               03  vl-datum-aus         pic 9(8).
               03  vl-datum-faellig     pic 9(8).
               03  vl-mahnstufe         pic 9.
               03  vl-mahn-datum        pic 9(8).
       fd  reserv-datei.
       01  reserv-satz.
               03  rs-schluessel.
                       05  rs-film-nr          pic 9(5).
                       05  rs-lfd-nr           pic 9(3).
               03  rs-kunden-nr         pic 9(5).
               03  rs-datum             pic 9(8).
               03  rs-verfall           pic 9(8).
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
       fd  schaden-datei.
       01  schaden-satz.
               03  sc-schaden-nr        pic 9(5).
               03  sc-film-nr           pic 9(5).
               03  sc-kopie-nr          pic 9(2).
               03  sc-kunden-nr         pic 9(5).
               03  sc-datum-aus         pic 9(8).
               03  sc-datum-faellig     pic 9(8).
               03  sc-datum-rueck       pic 9(8).
               03  sc-zustand           pic x(20).
               03  sc-schadensart       pic x(30).
               03  sc-bediener          pic x(10).
               03  sc-status            pic x.
               03  sc-erledigt-datum    pic 9(8).
               03  sc-erledigt-bediener pic x(10).
       fd  historie-datei.
       01  historie-satz                       pic x(100).
       fd  audarchf-datei.
       01  audarchf-satz.
               03  aa-schluessel.
                       05  aa-film-name        pic x(20).
                       05  aa-datum            pic 9(8).
                       05  aa-zeit             pic 9(8).
                       05  aa-lfd              pic 9(4).
               03  aa-bediener          pic x(10).
               03  aa-aktion            pic x(12).
               03  aa-vor-jahr          pic x(4).
               03  aa-vor-beschreibung  pic x(100).
               03  aa-nach-jahr         pic x(4).
               03  aa-nach-beschreibung pic x(100).
       fd  audarchb-datei.
       01  audarchb-satz.
               03  ab-schluessel.
                       05  ab-bediener         pic x(10).
                       05  ab-datum            pic 9(8).
                       05  ab-zeit             pic 9(8).
                       05  ab-lfd              pic 9(4).
               03  ab-film-name         pic x(20).
               03  ab-aktion            pic x(12).
               03  ab-vor-jahr          pic x(4).
               03  ab-vor-beschreibung  pic x(100).
               03  ab-nach-jahr         pic x(4).
               03  ab-nach-beschreibung pic x(100).
       fd  status-datei.
       01  status-satz                         pic x(8).
       fd  tages-datei.
       01  tages-satz                          pic x(280).
       fd  bediener-datei.
       01  bediener-satz.
               03  bd-id                pic x(10).
               03  bd-name              pic x(30).
               03  bd-passwort          pic x(10).
               03  bd-rolle             pic 9.
       fd  film-datei.
       01  film-datei-satz.
               03  fd-film-nr           pic 9(5).
               03  fd-film-name         pic x(20).
               03  fd-film-jahr         pic 9(4).
               03  fd-film-beschreibung pic x(100).
               03  fd-film-stempel      pic 9(16).
               03  fd-film-fsk          pic 9(2).
       fd  bericht-datei.
       01  bericht-zeile                pic x(132).
       fd  audit-datei.
       01  audit-satz                          pic x(280).
       working-storage section.
       01  kunden-datei-status                 pic xx.
       01  verleih-datei-status                pic xx.
       01  reserv-datei-status                 pic xx.
       01  konto-datei-status                  pic xx.
       01  schaden-datei-status                pic xx.
       01  historie-datei-status               pic xx.
       01  audarchf-status                     pic xx.
       01  audarchb-status                     pic xx.
       01  status-datei-status                 pic xx.
       01  tages-datei-status                  pic xx.
       01  tages-dateiname                     pic x(30).
       01  bediener-datei-status               pic xx.
       01  bericht-status                      pic xx.
       01  film-datei-status                   pic xx.
       01  ws-film-da                          pic x value "N".
                       88  film-da value "J".
       01  ws-titel-film-nr                    pic 9(5).
       01  ws-film-titel                       pic x(20).
       01  ws-passwort-eingabe                 pic x(10).
       01  ws-anmeldung-ok                     pic x.
                       88  anmeldung-ok value "J".
       01  ws-anmelde-versuche                 pic 9.
       01  ws-max-anmelde-versuche             pic 9 value 3.
       01  ws-bediener-rolle                   pic 9.
                       88  rolle-supervisor value 2.
       01  ws-bediener-name                    pic x(30).
       01  audit-datei-status                  pic xx.
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
       01  ws-heute-tage                       pic 9(7).
       01  ws-kunden-nr-eingabe                pic x(5).
       01  ws-kunden-nr-wert redefines ws-kunden-nr-eingabe
                                                pic 9(5).
       01  ws-kunden-nr                        pic 9(5).
       01  ws-such-gross                       pic x(11).
       01  ws-such-klein                       pic x(11).
       01  ws-treffer-anzahl                   pic 9(3).
       01  ws-pr-name                          pic x(20).
       01  ws-pr-vor                           pic x(100).
       01  ws-pr-nach                          pic x(100).
       01  ws-pr-datum                         pic x(8).
       01  ws-pr-zeit                          pic x(8).
       01  ws-pr-bediener                      pic x(10).
       01  ws-pr-aktion                        pic x(12).
       01  ws-pr-vor-jahr                      pic x(4).
       01  ws-pr-nach-jahr                     pic x(4).
       01  ws-feld-film                        pic x(20).
       01  ws-feld-kopie                       pic x(2).
       01  ws-feld-kunde                       pic x(5).
       01  ws-feld-aus                         pic x(8).
       01  ws-feld-faellig                     pic x(8).
       01  ws-feld-rueck                       pic x(8).
       01  ws-feld-titel                       pic x(20).
       01  ws-kons-bis                         pic 9(8) value zero.
       01  ws-such-jahre-tage                  pic 9(5) value 3660.
       01  ws-sweep-von                        pic 9(7).
       01  ws-sweep-lfd                        pic 9(7).
       01  ws-tages-datum                      pic 9(8).
       01  ws-betrag-ausgabe                   pic zzzz9.99.
       01  ws-abschnitt-zaehler                pic 9(5).
       01  ws-gesamt-zaehler                   pic 9(7) value zero.
       01  ws-zaehler-ausgabe                  pic zzzzzz9.
       procedure division.
       haupt-programm section.
        perform anmeldung
        if not rolle-supervisor
                display "Die Datenauskunft ist Supervisoren "
                        &"vorbehalten."
                stop run
        end-if
        accept ws-audit-datum from date yyyymmdd
        string "AUDIT-" delimited by size
                ws-audit-datum delimited by size
                ".LOG" delimited by size
                into audit-dateiname
        accept ws-heute-datum from date yyyymmdd
        compute ws-heute-tage
                = function integer-of-date(ws-heute-datum)
        move spaces to ws-kunden-nr-eingabe
        display "Fuer welche Kundennummer soll die Auskunft "
                &"erstellt werden?"
        accept ws-kunden-nr-eingabe
        if ws-kunden-nr-eingabe is not numeric
                display "Ungueltige Kundennummer, keine Auskunft "
                        &"erstellt."
                stop run
        end-if
        move ws-kunden-nr-wert to ws-kunden-nr
        move spaces to ws-such-gross
        string "KUNDE " delimited by size
                ws-kunden-nr delimited by size
                into ws-such-gross
        end-string
        move spaces to ws-such-klein
        string "Kunde " delimited by size
                ws-kunden-nr delimited by size
                into ws-such-klein
        end-string
        open output bericht-datei
        move spaces to bericht-zeile
        string "Auskunft ueber gespeicherte Daten zu Kunde "
                delimited by size
                ws-kunden-nr delimited by size
                ", Stand " delimited by size
                ws-heute-datum delimited by size
                into bericht-zeile
        end-string
        write bericht-zeile after advancing 1 line
        open input film-datei
        if film-datei-status = "00"
                move "J" to ws-film-da
        end-if
        perform kundenstamm-ausgeben
        perform verleihe-ausgeben
        perform vormerkungen-ausgeben
        perform historie-ausgeben
        perform konto-ausgeben
        perform schaeden-ausgeben
        perform tagesprotokolle-ausgeben
        perform archiv-film-ausgeben
        perform archiv-bediener-ausgeben
        if film-da
                close film-datei
        end-if
        move spaces to bericht-zeile
        move ws-gesamt-zaehler to ws-zaehler-ausgabe
        string "Eintraege insgesamt: " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        write bericht-zeile after advancing 2 lines
        close bericht-datei
        move ws-such-gross to audit-name
        move zero to audit-vor-jahr
        move spaces to audit-vor-beschreibung
        move zero to audit-nach-jahr
        move spaces to audit-nach-beschreibung
        string "Datenauskunft mit " delimited by size
                ws-zaehler-ausgabe delimited by size
                " Eintraegen erstellt" delimited by size
                into audit-nach-beschreibung
        end-string
        move "AUSKUNFT" to audit-aktion
        perform audit-schreiben
        display "Eintraege insgesamt: " ws-zaehler-ausgabe
        display "Auskunft erzeugt: DATENAUSKUNFT.TXT"
        stop run.

       anmeldung section.
        move "N" to ws-anmeldung-ok
        move zero to ws-anmelde-versuche
        perform until anmeldung-ok
                        or ws-anmelde-versuche not less than
                                ws-max-anmelde-versuche
                add 1 to ws-anmelde-versuche
                display "Bedienerkennung eingeben (max. 10 "
                        &"Zeichen)."
                move spaces to bediener-id
                accept bediener-id
                display "Passwort eingeben."
                move spaces to ws-passwort-eingabe
                accept ws-passwort-eingabe
                perform bediener-pruefen
        end-perform
        if not anmeldung-ok
                display "Zu viele Fehlversuche, das Programm "
                        &"wird beendet."
                stop run
        end-if
        exit.

       bediener-pruefen section.
        move "N" to ws-anmeldung-ok
        move zero to ws-bediener-rolle
        move spaces to ws-bediener-name
        open input bediener-datei
        if bediener-datei-status = "35"
                close bediener-datei
                display "Keine Bedienerdatei vorhanden, bitte "
                        &"zuerst in der Filmdatenbank einrichten."
        else
                move bediener-id to bd-id
                read bediener-datei
                        invalid key
                                display "Unbekannte "
                                        &"Bedienerkennung."
                        not invalid key
                                if bd-passwort = ws-passwort-eingabe
                                        and bd-rolle not equal 3
                                        move "J" to ws-anmeldung-ok
                                        move bd-rolle
                                                to ws-bediener-rolle
                                        move bd-name
                                                to ws-bediener-name
                                else
                                        display "Falsches Passwort."
                                end-if
                end-read
                close bediener-datei
        end-if
        exit.

       abschnitt-kopf-schreiben section.
        move zero to ws-abschnitt-zaehler
        write bericht-zeile after advancing 2 lines
        move all "-" to bericht-zeile
        write bericht-zeile after advancing 1 line
        exit.

       abschnitt-fuss-schreiben section.
        add ws-abschnitt-zaehler to ws-gesamt-zaehler
        move ws-abschnitt-zaehler to ws-zaehler-ausgabe
        move spaces to bericht-zeile
        if ws-abschnitt-zaehler = zero
                move "  keine Eintraege" to bericht-zeile
        else
                string "  Eintraege: " delimited by size
                        ws-zaehler-ausgabe delimited by size
                        into bericht-zeile
                end-string
        end-if
        write bericht-zeile after advancing 1 line
        exit.

       kundenstamm-ausgeben section.
        move "Kundenstamm (KUNDEN.DAT)" to bericht-zeile
        perform abschnitt-kopf-schreiben
        open input kunden-datei
        if kunden-datei-status = "35"
                close kunden-datei
        else
                move ws-kunden-nr to kd-kunden-nr
                read kunden-datei
                        invalid key continue
                        not invalid key
                                add 1 to ws-abschnitt-zaehler
                                move spaces to bericht-zeile
                                string "  Name:    " delimited by size
                                        kd-name delimited by size
                                        into bericht-zeile
                                end-string
                                write bericht-zeile
                                        after advancing 1 line
                                move spaces to bericht-zeile
                                string "  Strasse: " delimited by size
                                        kd-strasse delimited by size
                                        into bericht-zeile
                                end-string
                                write bericht-zeile
                                        after advancing 1 line
                                move spaces to bericht-zeile
                                string "  Ort:     " delimited by size
                                        kd-ort delimited by size
                                        into bericht-zeile
                                end-string
                                write bericht-zeile
                                        after advancing 1 line
                                move spaces to bericht-zeile
                                string "  Telefon: " delimited by size
                                        kd-telefon delimited by size
                                        into bericht-zeile
                                end-string
                                write bericht-zeile
                                        after advancing 1 line
                                move spaces to bericht-zeile
                                string "  Geboren: " delimited by size
                                        kd-geburtsdatum
                                                delimited by size
                                        into bericht-zeile
                                end-string
                                write bericht-zeile
                                        after advancing 1 line
                                move spaces to bericht-zeile
                                string "  Status:  " delimited by size
                                        kd-status delimited by size
                                        into bericht-zeile
                                end-string
                                write bericht-zeile
                                        after advancing 1 line
                end-read
                close kunden-datei
        end-if
        perform abschnitt-fuss-schreiben
        exit.

       verleihe-ausgeben section.
        move "Offene Verleihvorgaenge (VERLEIH.DAT)"
                to bericht-zeile
        perform abschnitt-kopf-schreiben
        open input verleih-datei
        if verleih-datei-status = "35"
                close verleih-datei
        else
                move zero to vl-film-nr
                move zero to vl-kopie-nr
                start verleih-datei key is not less than vl-schluessel
                        invalid key move "10" to verleih-datei-status
                end-start
                perform until verleih-datei-status
                                is not equal "00"
                        read verleih-datei next record
                                at end move "10"
                                        to verleih-datei-status
                                not at end
                                        if vl-kunden-nr = ws-kunden-nr
                                                perform
                                                  verleih-zeile
                                        end-if
                        end-read
                end-perform
                close verleih-datei
        end-if
        perform abschnitt-fuss-schreiben
        exit.

       verleih-zeile section.
        add 1 to ws-abschnitt-zaehler
        move vl-film-nr to ws-titel-film-nr
        perform film-titel-ermitteln
        move spaces to bericht-zeile
        string "  " delimited by size
                vl-film-nr delimited by size
                " " delimited by size
                ws-film-titel delimited by size
                " Kopie " delimited by size
                vl-kopie-nr delimited by size
                " aus " delimited by size
                vl-datum-aus delimited by size
                " faellig " delimited by size
                vl-datum-faellig delimited by size
                " Mahnstufe " delimited by size
                vl-mahnstufe delimited by size
                into bericht-zeile
        end-string
        write bericht-zeile after advancing 1 line
        exit.

       vormerkungen-ausgeben section.
        move "Vormerkungen (RESERV.DAT)" to bericht-zeile
        perform abschnitt-kopf-schreiben
        open input reserv-datei
        if reserv-datei-status = "35"
                close reserv-datei
        else
                move zero to rs-film-nr
                move zero to rs-lfd-nr
                start reserv-datei key is not less than rs-schluessel
                        invalid key move "10" to reserv-datei-status
                end-start
                perform until reserv-datei-status
                                is not equal "00"
                        read reserv-datei next record
                                at end move "10"
                                        to reserv-datei-status
                                not at end
                                        if rs-kunden-nr = ws-kunden-nr
                                                perform
                                                  vormerk-zeile
                                        end-if
                        end-read
                end-perform
                close reserv-datei
        end-if
        perform abschnitt-fuss-schreiben
        exit.

       vormerk-zeile section.
        add 1 to ws-abschnitt-zaehler
        move rs-film-nr to ws-titel-film-nr
        perform film-titel-ermitteln
        move spaces to bericht-zeile
        string "  " delimited by size
                rs-film-nr delimited by size
                " " delimited by size
                ws-film-titel delimited by size
                " vorgemerkt am " delimited by size
                rs-datum delimited by size
                " gueltig bis " delimited by size
                rs-verfall delimited by size
                into bericht-zeile
        end-string
        write bericht-zeile after advancing 1 line
        exit.

       historie-ausgeben section.
        move "Verleihhistorie (VLHIST.DAT)" to bericht-zeile
        perform abschnitt-kopf-schreiben
        open input historie-datei
        if historie-datei-status = "35"
                close historie-datei
        else
                perform until historie-datei-status
                                is not equal "00"
                        read historie-datei
                                at end move "10"
                                        to historie-datei-status
                                not at end
                                        perform historie-satz-pruefen
                        end-read
                end-perform
                close historie-datei
        end-if
        perform abschnitt-fuss-schreiben
        exit.

       historie-satz-pruefen section.
        move spaces to ws-feld-film
        move spaces to ws-feld-kopie
        move spaces to ws-feld-kunde
        move spaces to ws-feld-aus
        move spaces to ws-feld-faellig
        move spaces to ws-feld-rueck
        move spaces to ws-feld-titel
        unstring historie-satz delimited by ";"
                into ws-feld-film
                        ws-feld-kopie
                        ws-feld-kunde
                        ws-feld-aus
                        ws-feld-faellig
                        ws-feld-rueck
                        ws-feld-titel
        end-unstring
        if ws-feld-kunde = ws-kunden-nr-eingabe
                add 1 to ws-abschnitt-zaehler
                move spaces to bericht-zeile
                string "  " delimited by size
                        ws-feld-film delimited by space
                        " " delimited by size
                        ws-feld-titel delimited by size
                        " Kopie " delimited by size
                        ws-feld-kopie delimited by size
                        " aus " delimited by size
                        ws-feld-aus delimited by size
                        " faellig " delimited by size
                        ws-feld-faellig delimited by size
                        " zurueck " delimited by size
                        ws-feld-rueck delimited by size
                        into bericht-zeile
                end-string
                write bericht-zeile after advancing 1 line
        end-if
        exit.

       konto-ausgeben section.
        move "Kundenkonto (KONTO.DAT)" to bericht-zeile
        perform abschnitt-kopf-schreiben
        open input konto-datei
        if konto-datei-status = "35"
                close konto-datei
        else
                move ws-kunden-nr to kt-kunden-nr
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
                                        if kt-kunden-nr = ws-kunden-nr
                                                perform
                                                  konto-zeile
                                        else
                                                move "10" to
                                                  konto-datei-status
                                        end-if
                        end-read
                end-perform
                close konto-datei
        end-if
        perform abschnitt-fuss-schreiben
        exit.

       konto-zeile section.
        add 1 to ws-abschnitt-zaehler
        move kt-betrag to ws-betrag-ausgabe
        move spaces to bericht-zeile
        string "  " delimited by size
                kt-datum delimited by size
                " " delimited by size
                kt-buchungsart delimited by size
                " " delimited by size
                kt-soll-haben delimited by size
                " " delimited by size
                ws-betrag-ausgabe delimited by size
                " " delimited by size
                kt-text delimited by size
                into bericht-zeile
        end-string
        write bericht-zeile after advancing 1 line
        exit.

       schaeden-ausgeben section.
        move "Schadensfaelle (SCHADEN.DAT)" to bericht-zeile
        perform abschnitt-kopf-schreiben
        open input schaden-datei
        if schaden-datei-status = "35"
                close schaden-datei
        else
                move zero to sc-schaden-nr
                start schaden-datei key is not less than sc-schaden-nr
                        invalid key move "10" to schaden-datei-status
                end-start
                perform until schaden-datei-status
                                is not equal "00"
                        read schaden-datei next record
                                at end move "10"
                                        to schaden-datei-status
                                not at end
                                        if sc-kunden-nr = ws-kunden-nr
                                                perform
                                                  schaden-zeile
                                        end-if
                        end-read
                end-perform
                close schaden-datei
        end-if
        perform abschnitt-fuss-schreiben
        exit.

       schaden-zeile section.
        add 1 to ws-abschnitt-zaehler
        move sc-film-nr to ws-titel-film-nr
        perform film-titel-ermitteln
        move spaces to bericht-zeile
        string "  Fall " delimited by size
                sc-schaden-nr delimited by size
                " " delimited by size
                sc-film-nr delimited by size
                " " delimited by size
                ws-film-titel delimited by size
                " Kopie " delimited by size
                sc-kopie-nr delimited by size
                " zurueck " delimited by size
                sc-datum-rueck delimited by size
                " " delimited by size
                sc-zustand delimited by size
                " " delimited by size
                sc-schadensart delimited by size
                " Status " delimited by size
                sc-status delimited by size
                into bericht-zeile
        end-string
        write bericht-zeile after advancing 1 line
        exit.

       film-titel-ermitteln section.
        move "(nicht im Katalog)" to ws-film-titel
        if film-da
                move ws-titel-film-nr to fd-film-nr
                read film-datei
                        invalid key continue
                        not invalid key
                                move fd-film-name to ws-film-titel
                end-read
        end-if
        exit.

       tagesprotokolle-ausgeben section.
        move "Tagesprotokolle (AUDIT-JJJJMMTT.LOG, noch nicht "
                &"archiviert)" to bericht-zeile
        perform abschnitt-kopf-schreiben
        perform archivstand-lesen
        if ws-kons-bis = zero
                compute ws-sweep-von
                        = ws-heute-tage - ws-such-jahre-tage
        else
                compute ws-sweep-von
                        = function integer-of-date(ws-kons-bis) + 1
        end-if
        perform tagesprotokoll-durchsuchen
                varying ws-sweep-lfd from ws-sweep-von by 1
                until ws-sweep-lfd > ws-heute-tage
        perform abschnitt-fuss-schreiben
        exit.

       archivstand-lesen section.
        move zero to ws-kons-bis
        open input status-datei
        if status-datei-status = "35"
                close status-datei
        else
                read status-datei
                        at end continue
                end-read
                read status-datei
                        at end continue
                        not at end
                                if status-satz is numeric
                                        move status-satz(1:8)
                                                to ws-kons-bis(1:8)
                                end-if
                end-read
                close status-datei
        end-if
        exit.

       tagesprotokoll-durchsuchen section.
        compute ws-tages-datum
                = function date-of-integer(ws-sweep-lfd)
        move spaces to tages-dateiname
        string "AUDIT-" delimited by size
                ws-tages-datum delimited by size
                ".LOG" delimited by size
                into tages-dateiname
        end-string
        open input tages-datei
        if tages-datei-status = "35"
                close tages-datei
        else
                perform until tages-datei-status is not equal "00"
                        read tages-datei
                                at end move "10"
                                        to tages-datei-status
                                not at end
                                        perform tages-satz-pruefen
                        end-read
                end-perform
                close tages-datei
        end-if
        exit.

       tages-satz-pruefen section.
        move spaces to ws-pr-datum
        move spaces to ws-pr-zeit
        move spaces to ws-pr-bediener
        move spaces to ws-pr-aktion
        move spaces to ws-pr-name
        move spaces to ws-pr-vor-jahr
        move spaces to ws-pr-vor
        move spaces to ws-pr-nach-jahr
        move spaces to ws-pr-nach
        unstring tages-satz delimited by ";"
                into ws-pr-datum
                        ws-pr-zeit
                        ws-pr-bediener
                        ws-pr-aktion
                        ws-pr-name
                        ws-pr-vor-jahr
                        ws-pr-vor
                        ws-pr-nach-jahr
                        ws-pr-nach
        end-unstring
        perform treffer-pruefen
        exit.

       archiv-film-ausgeben section.
        move "Protokollarchiv nach Filmen (AUDARCHF.DAT)"
                to bericht-zeile
        perform abschnitt-kopf-schreiben
        open input audarchf-datei
        if audarchf-status = "35"
                close audarchf-datei
        else
                move low-values to aa-schluessel
                start audarchf-datei key is not less than
                        aa-schluessel
                        invalid key move "10" to audarchf-status
                end-start
                perform until audarchf-status is not equal "00"
                        read audarchf-datei next record
                                at end move "10" to audarchf-status
                                not at end
                                        move aa-datum to ws-pr-datum
                                        move aa-zeit to ws-pr-zeit
                                        move aa-bediener
                                                to ws-pr-bediener
                                        move aa-aktion to ws-pr-aktion
                                        move aa-film-name to ws-pr-name
                                        move aa-vor-beschreibung
                                                to ws-pr-vor
                                        move aa-nach-beschreibung
                                                to ws-pr-nach
                                        perform treffer-pruefen
                        end-read
                end-perform
                close audarchf-datei
        end-if
        perform abschnitt-fuss-schreiben
        exit.

       archiv-bediener-ausgeben section.
        move "Protokollarchiv nach Bedienern (AUDARCHB.DAT)"
                to bericht-zeile
        perform abschnitt-kopf-schreiben
        open input audarchb-datei
        if audarchb-status = "35"
                close audarchb-datei
        else
                move low-values to ab-schluessel
                start audarchb-datei key is not less than
                        ab-schluessel
                        invalid key move "10" to audarchb-status
                end-start
                perform until audarchb-status is not equal "00"
                        read audarchb-datei next record
                                at end move "10" to audarchb-status
                                not at end
                                        move ab-datum to ws-pr-datum
                                        move ab-zeit to ws-pr-zeit
                                        move ab-bediener
                                                to ws-pr-bediener
                                        move ab-aktion to ws-pr-aktion
                                        move ab-film-name to ws-pr-name
                                        move ab-vor-beschreibung
                                                to ws-pr-vor
                                        move ab-nach-beschreibung
                                                to ws-pr-nach
                                        perform treffer-pruefen
                        end-read
                end-perform
                close audarchb-datei
        end-if
        perform abschnitt-fuss-schreiben
        exit.

       treffer-pruefen section.
        move zero to ws-treffer-anzahl
        inspect ws-pr-name tallying ws-treffer-anzahl
                for all ws-such-gross
        inspect ws-pr-vor tallying ws-treffer-anzahl
                for all ws-such-klein
        inspect ws-pr-nach tallying ws-treffer-anzahl
                for all ws-such-klein
        if ws-treffer-anzahl > zero
                add 1 to ws-abschnitt-zaehler
                move spaces to bericht-zeile
                string "  " delimited by size
                        ws-pr-datum delimited by size
                        " " delimited by size
                        ws-pr-zeit delimited by size
                        " " delimited by size
                        ws-pr-bediener delimited by size
                        " " delimited by size
                        ws-pr-aktion delimited by size
                        " " delimited by size
                        ws-pr-name delimited by size
                        into bericht-zeile
                end-string
                write bericht-zeile after advancing 1 line
                if ws-pr-vor not equal spaces
                        move spaces to bericht-zeile
                        string "      vorher:  " delimited by size
                                ws-pr-vor delimited by size
                                into bericht-zeile
                        end-string
                        write bericht-zeile after advancing 1 line
                end-if
                if ws-pr-nach not equal spaces
                        move spaces to bericht-zeile
                        string "      nachher: " delimited by size
                                ws-pr-nach delimited by size
                                into bericht-zeile
                        end-string
                        write bericht-zeile after advancing 1 line
                end-if
        end-if
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
