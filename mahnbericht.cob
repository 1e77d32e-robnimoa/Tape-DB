               access mode is sequential
               record key is vl-schluessel
               file status is verleih-datei-status.
           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-film-nr
               file status is film-datei-status.
           select kunden-datei assign to "KUNDEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is kd-kunden-nr
               file status is kunden-datei-status.
           select konto-datei assign to "KONTO.DAT"
               organization is indexed
               access mode is dynamic
               record key is kt-schluessel
               file status is konto-datei-status.
           select bediener-datei assign to "BEDIENER.DAT"
               organization is indexed
               access mode is dynamic
               record key is bd-id
               file status is bediener-datei-status.
           select lauf-ausweis-datei assign to "NACHTLAUF.TOK"
               organization is line sequential
               file status is lauf-ausweis-status.
           select param-datei assign to "PARAM.DAT"
               organization is indexed
               access mode is dynamic
               record key is pm-schluessel
               file status is param-datei-status.
           select bericht-datei assign to "MAHNBERICHT.TXT"
               organization is line sequential
               file status is bericht-status.
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
       fd  film-datei.
       01  film-datei-satz.
               03  fd-film-nr           pic 9(5).
               03  fd-film-name         pic x(20).
               03  fd-film-jahr         pic 9(4).
               03  fd-film-beschreibung pic x(100).
               03  fd-film-stempel      pic 9(16).
               03  fd-film-fsk          pic 9(2).
       fd  kunden-datei.
       01  kunden-satz.
               03  kd-kunden-nr         pic 9(5).
               03  kd-ort               pic x(30).
               03  kd-telefon           pic x(15).
               03  kd-status            pic x.
               03  kd-geburtsdatum      pic 9(8).
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
       fd  bediener-datei.
       01  bediener-satz.
               03  bd-id                pic x(10).
               03  bd-name              pic x(30).
               03  bd-passwort          pic x(10).
               03  bd-rolle             pic 9.
       fd  lauf-ausweis-datei.
       01  lauf-ausweis-satz                   pic x(40).
       fd  param-datei.
       01  param-satz.
               03  pm-schluessel        pic x(8).
               03  pm-leihfrist         pic 9(3).
               03  pm-vormerk-frist     pic 9(3).
               03  pm-frist-stufe-1     pic 9(3).
               03  pm-frist-stufe-2     pic 9(3).
               03  pm-frist-stufe-3     pic 9(3).
               03  pm-gebuehr-stufe-1   pic 9(3)v99.
               03  pm-gebuehr-stufe-2   pic 9(3)v99.
               03  pm-gebuehr-stufe-3   pic 9(3)v99.
               03  pm-jahr-min          pic 9(4).
               03  pm-jahr-max          pic 9(4).
               03  pm-leihgebuehr-vhs   pic 9(3)v99.
               03  pm-leihgebuehr-dvd   pic 9(3)v99.
               03  pm-geaendert-am      pic 9(8).
               03  pm-geaendert-von     pic x(10).
               03  pm-anonym-jahre      pic 9(2).
               03  filler               pic x(38).
       fd  bericht-datei.
       01  bericht-zeile                pic x(132).
       fd  brief-datei.
       working-storage section.
       01  verleih-datei-status                pic xx.
       01  kunden-datei-status                 pic xx.
       01  film-datei-status                   pic xx.
       01  ws-film-da                          pic x value "N".
                       88  film-da value "J".
       01  ws-film-titel                       pic x(20).
       01  konto-datei-status                  pic xx.
       01  bediener-datei-status               pic xx.
       01  ws-passwort-eingabe                 pic x(10).
       01  ws-anmeldung-ok                     pic x.
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
       01  param-datei-status                  pic xx.
       01  bericht-status                      pic xx.
       01  brief-status                        pic xx.
       01  audit-datei-status                  pic xx.
       01  audit-vor-beschreibung              pic x(100).
       01  audit-nach-jahr                     pic 9(4).
       01  audit-nach-beschreibung             pic x(100).
       01  ws-audit-film-nr                    pic 9(5).
       01  ws-audit-film-titel                 pic x(20).
       01  ws-kunden-da                        pic x.
                       88  kunden-da value "J".
       01  ws-heute-datum                      pic 9(8).
       01  ws-gebuehr-ausgabe                  pic zz9.99.
       01  ws-gebuehr-summe                    pic 9(5)v99.
       01  ws-summe-ausgabe                    pic zzzz9.99.
       01  ws-max-konto-lfd                    pic 9(5).
       01  ws-gebuehr-buchungen                pic 9(5) value zero.
       01  ws-mahn-anzahl                      pic 9(3) value zero.
       01  ws-mahn-max                         pic 9(3) value 500.
       01  ws-mahn-ix                          pic 9(3).
       procedure division.
       haupt-programm section.
        perform anmeldung
        perform parameter-laden
        accept ws-audit-datum from date yyyymmdd
        string "AUDIT-" delimited by size
                ws-audit-datum delimited by size
                else
                        move "J" to ws-kunden-da
                end-if
                open input film-datei
                if film-datei-status = "00"
                        move "J" to ws-film-da
                end-if
                open i-o konto-datei
                if konto-datei-status = "35"
                        close konto-datei
                        open output konto-datei
                        close konto-datei
                        open i-o konto-datei
                end-if
                open output bericht-datei
                perform seiten-kopf-schreiben
                perform until verleih-datei-status
                        end-read
                end-perform
                close verleih-datei
                if film-da
                        close film-datei
                end-if
                close konto-datei
                perform fusszeile-schreiben
                close bericht-datei
                perform mahnbriefe-schreiben

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
       verleih-satz-pruefen section.
        if vl-datum-faellig < ws-heute-datum
                add 1 to ws-mahn-zaehler
                perform film-titel-ermitteln
                compute ws-verzug-tage = ws-heute-tage
                        - function integer-of-date(vl-datum-faellig)
                perform ziel-stufe-ermitteln
        end-if
        exit.

       film-titel-ermitteln section.
        move vl-film-nr to ws-film-titel
        if film-da
                move vl-film-nr to fd-film-nr
                read film-datei
                        invalid key continue
                        not invalid key
                                move fd-film-name to ws-film-titel
                end-read
        end-if
        exit.

       ziel-stufe-ermitteln section.
        evaluate true
                when ws-verzug-tage not less than ws-frist-stufe-3
        move ws-heute-datum to vl-mahn-datum
        rewrite verleih-satz
        if verleih-datei-status not equal "00"
                display "Mahnstufe fuer " ws-film-titel
                        " Kopie " vl-kopie-nr
                        " konnte nicht gespeichert werden."
        end-if
        add 1 to ws-eskalation-zaehler
        perform mahnung-audit
        if ws-gebuehr > zero
                perform mahngebuehr-buchen
        end-if
        if ws-ziel-stufe = 3
                perform kunde-sperren
        end-if
        exit.

       mahngebuehr-buchen section.
        move zero to ws-max-konto-lfd
        move vl-kunden-nr to kt-kunden-nr
        move zero to kt-lfd-nr
        start konto-datei key is not less than kt-schluessel
                invalid key move "10" to konto-datei-status
        end-start
        perform until konto-datei-status is not equal "00"
                read konto-datei next record
                        at end move "10" to konto-datei-status
                        not at end
                                if kt-kunden-nr = vl-kunden-nr
                                        move kt-lfd-nr
                                                to ws-max-konto-lfd
                                else
                                        move "10" to
                                                konto-datei-status
                                end-if
                end-read
        end-perform
        move vl-kunden-nr to kt-kunden-nr
        compute kt-lfd-nr = ws-max-konto-lfd + 1
        move ws-heute-datum to kt-datum
        move "MAHNGEBUEHR" to kt-buchungsart
        move "S" to kt-soll-haben
        move ws-gebuehr to kt-betrag
        move spaces to kt-text
        string ws-film-titel delimited by size
                " Kopie " delimited by size
                vl-kopie-nr delimited by size
                " Stufe " delimited by size
                ws-ziel-stufe delimited by size
                into kt-text
        end-string
        move bediener-id to kt-bediener
        write konto-satz
                invalid key
                        display "Mahngebuehr fuer Kunde "
                                vl-kunden-nr " konnte nicht "
                                &"gebucht werden."
                not invalid key
                        add 1 to ws-gebuehr-buchungen
        end-write
        exit.

       stufen-gebuehr-ermitteln section.
        evaluate vl-mahnstufe
                when 1 move ws-gebuehr-stufe-1 to ws-gebuehr
                add 1 to ws-mahn-anzahl
                move ws-mahn-anzahl to ws-mahn-ix
                move vl-kunden-nr to ws-mt-kunde(ws-mahn-ix)
                move ws-film-titel to ws-mt-film(ws-mahn-ix)
                move vl-kopie-nr to ws-mt-kopie(ws-mahn-ix)
                move vl-datum-faellig to ws-mt-faellig(ws-mahn-ix)
                move ws-verzug-tage to ws-mt-verzug(ws-mahn-ix)
        exit.

       mahnung-audit section.
        move vl-film-nr to ws-audit-film-nr
        move ws-film-titel to ws-audit-film-titel
        perform audit-film-name-bilden
        move zero to audit-vor-jahr
        move spaces to audit-vor-beschreibung
        string "Kopie " delimited by size
        move spaces to audit-vor-beschreibung
        move zero to audit-nach-jahr
        move spaces to audit-nach-beschreibung
        string "Kunde " delimited by size
                kd-kunden-nr delimited by size
                " " delimited by size
                kd-name delimited by size
                into audit-nach-beschreibung
        end-string
        move "MAHNSPERRE" to audit-aktion
        perform audit-schreiben
        exit.
       mahn-zeile-schreiben section.
        move ws-verzug-tage to ws-verzug-ausgabe
        move spaces to bericht-zeile
        string ws-film-titel delimited by size
                " Kopie " delimited by size
                vl-kopie-nr delimited by size
                " Kunde " delimited by size
                into bericht-zeile
        end-string
        write bericht-zeile after advancing 1 line
        move spaces to bericht-zeile
        move ws-gebuehr-buchungen to ws-zaehler-ausgabe
        string "Gebuchte Mahngebuehren:         " delimited by size
                ws-zaehler-ausgabe delimited by size
                into bericht-zeile
        end-string
        write bericht-zeile after advancing 1 line
        exit.

       parameter-laden section.
        open input param-datei
        if param-datei-status = "35"
                close param-datei
        else
                move "SYSTEM" to pm-schluessel
                read param-datei
                        invalid key continue
                        not invalid key
                                move pm-frist-stufe-1
                                        to ws-frist-stufe-1
                                move pm-frist-stufe-2
                                        to ws-frist-stufe-2
                                move pm-frist-stufe-3
                                        to ws-frist-stufe-3
                                move pm-gebuehr-stufe-1
                                        to ws-gebuehr-stufe-1
                                move pm-gebuehr-stufe-2
                                        to ws-gebuehr-stufe-2
                                move pm-gebuehr-stufe-3
                                        to ws-gebuehr-stufe-3
                end-read
                close param-datei
        end-if
        exit.

       audit-film-name-bilden section.
        move spaces to audit-name
        string ws-audit-film-nr delimited by size
                " " delimited by size
                ws-audit-film-titel delimited by size
                into audit-name
        end-string
        exit.

       audit-schreiben section.
