           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-film-nr
               file status is film-datei-status.
           select besetzung-datei assign to "BESETZUNG.DAT"
               organization is indexed
               access mode is dynamic
               record key is bd-id
               file status is bediener-datei-status.
           select lauf-ausweis-datei assign to "NACHTLAUF.TOK"
               organization is line sequential
               file status is lauf-ausweis-status.
           select reserv-datei assign to "RESERV.DAT"
               organization is indexed
               access mode is dynamic
           select archiv-datei assign to "FILMARCH.DAT"
               organization is indexed
               access mode is dynamic
               record key is af-film-nr
               file status is archiv-datei-status.
           select bes-archiv-datei assign to "BESARCH.DAT"
               organization is indexed
               access mode is dynamic
               record key is ab-schluessel
               file status is audarchb-status.
           select schaden-datei assign to "SCHADEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is sc-schaden-nr
               file status is schaden-datei-status.
           select konto-datei assign to "KONTO.DAT"
               organization is indexed
               access mode is dynamic
               record key is kt-schluessel
               file status is konto-datei-status.
           select param-datei assign to "PARAM.DAT"
               organization is indexed
               access mode is dynamic
               record key is pm-schluessel
               file status is param-datei-status.
           select bestell-datei assign to "BESTELL.DAT"
               organization is indexed
               access mode is dynamic
               record key is be-bestell-nr
               file status is bestell-datei-status.
           select inventar-datei assign to "INVNR.DAT"
               organization is indexed
               access mode is dynamic
               record key is iv-inv-nr
               file status is inventar-datei-status.
           select sicher-datei assign to sicher-dateiname
               organization is sequential
               file status is sicher-status.
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
       fd  verleih-datei.
       01  verleih-satz.
               03  vl-schluessel.
                       05  vl-film-nr          pic 9(5).
                       05  vl-kopie-nr         pic 9(2).
               03  vl-kunden-nr         pic 9(5).
               03  vl-datum-aus         pic 9(8).
       fd  medien-datei.
       01  medien-satz.
               03  md-schluessel.
                       05  md-film-nr          pic 9(5).
                       05  md-kopie-nr         pic 9(2).
               03  md-medium                   pic x(3).
               03  md-zustand                  pic x(20).
               03  kd-ort               pic x(30).
               03  kd-telefon           pic x(15).
               03  kd-status            pic x.
               03  kd-geburtsdatum      pic 9(8).
       fd  bediener-datei.
       01  bediener-satz.
               03  bd-id                pic x(10).
               03  bd-name              pic x(30).
               03  bd-passwort          pic x(10).
               03  bd-rolle             pic 9.
       fd  lauf-ausweis-datei.
       01  lauf-ausweis-satz                   pic x(40).
       fd  reserv-datei.
       01  reserv-satz.
               03  rs-schluessel.
                       05  rs-film-nr          pic 9(5).
                       05  rs-lfd-nr           pic 9(3).
               03  rs-kunden-nr         pic 9(5).
               03  rs-datum             pic 9(8).
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
       fd  archiv-datei.
       01  archiv-satz.
               03  af-film-nr           pic 9(5).
               03  af-film-name         pic x(20).
               03  af-film-jahr         pic 9(4).
               03  af-film-beschreibung pic x(100).
               03  af-film-stempel      pic 9(16).
               03  af-film-fsk          pic 9(2).
       fd  bes-archiv-datei.
       01  bes-archiv-satz.
               03  ba-schluessel.
                       05  ba-film-nr          pic 9(5).
                       05  ba-darsteller-name  pic x(30).
               03  ba-genre                    pic x(20).
       fd  med-archiv-datei.
       01  med-archiv-satz.
               03  ma-schluessel.
                       05  ma-film-nr          pic 9(5).
                       05  ma-kopie-nr         pic 9(2).
               03  ma-medium                   pic x(3).
               03  ma-zustand                  pic x(20).
               03  ab-vor-beschreibung  pic x(100).
               03  ab-nach-jahr         pic x(4).
               03  ab-nach-beschreibung pic x(100).
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
       fd  bestell-datei.
       01  bestell-satz.
               03  be-bestell-nr        pic 9(5).
               03  be-film-nr           pic 9(5).
               03  be-film-name         pic x(20).
               03  be-medium            pic x(3).
               03  be-menge             pic 9(2).
               03  be-lieferant         pic x(30).
               03  be-bestell-datum     pic 9(8).
               03  be-status            pic x.
                       88  bestellung-offen value "O" "T".
               03  be-geliefert         pic 9(2).
               03  be-liefer-datum      pic 9(8).
               03  be-bediener          pic x(10).
       fd  inventar-datei.
       01  inventar-satz.
               03  iv-inv-nr            pic 9(7).
               03  iv-film-nr           pic 9(5).
               03  iv-kopie-nr          pic 9(2).
               03  iv-vergabe-datum     pic 9(8).
               03  iv-etikett           pic x.
                       88  etikett-gedruckt value "J".
       fd  sicher-datei.
       01  sicher-satz                         pic x(280).
       fd  konfig-datei.
       01  med-archiv-status                   pic xx.
       01  audarchf-status                     pic xx.
       01  audarchb-status                     pic xx.
       01  schaden-datei-status                pic xx.
       01  konto-datei-status                  pic xx.
       01  param-datei-status                  pic xx.
       01  bestell-datei-status                pic xx.
       01  inventar-datei-status               pic xx.
       01  sicher-status                       pic xx.
       01  konfig-status                       pic xx.
       01  gen-status                          pic xx.
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
       01  sicher-dateiname                    pic x(40).
       01  ws-quell-name                       pic x(14).
       01  ws-sich-datum                       pic 9(8).

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
        perform medarch-sichern
        perform audarchf-sichern
        perform audarchb-sichern
        perform schaden-sichern
        perform konto-sichern
        perform param-sichern
        perform bestell-sichern
        perform inventar-sichern
        exit.

       sicher-datei-oeffnen section.
        end-if
        exit.

       schaden-sichern section.
        move "SCHADEN.DAT" to ws-quell-name
        open input schaden-datei
        if schaden-datei-status = "35"
                close schaden-datei
                perform quelle-fehlt-melden
        else
                perform sicher-datei-oeffnen
                perform until schaden-datei-status
                                is not equal "00"
                        read schaden-datei next record
                                at end move "10"
                                        to schaden-datei-status
                                not at end
                                        move schaden-satz
                                                to sicher-satz
                                        write sicher-satz
                                        add 1 to ws-kopiert-zaehler
                        end-read
                end-perform
                close schaden-datei
                close sicher-datei
                perform sicherung-verifizieren
        end-if
        exit.

       konto-sichern section.
        move "KONTO.DAT" to ws-quell-name
        open input konto-datei
        if konto-datei-status = "35"
                close konto-datei
                perform quelle-fehlt-melden
        else
                perform sicher-datei-oeffnen
                perform until konto-datei-status
                                is not equal "00"
                        read konto-datei next record
                                at end move "10"
                                        to konto-datei-status
                                not at end
                                        move konto-satz
                                                to sicher-satz
                                        write sicher-satz
                                        add 1 to ws-kopiert-zaehler
                        end-read
                end-perform
                close konto-datei
                close sicher-datei
                perform sicherung-verifizieren
        end-if
        exit.

       param-sichern section.
        move "PARAM.DAT" to ws-quell-name
        open input param-datei
        if param-datei-status = "35"
                close param-datei
                perform quelle-fehlt-melden
        else
                perform sicher-datei-oeffnen
                perform until param-datei-status
                                is not equal "00"
                        read param-datei next record
                                at end move "10"
                                        to param-datei-status
                                not at end
                                        move param-satz
                                                to sicher-satz
                                        write sicher-satz
                                        add 1 to ws-kopiert-zaehler
                        end-read
                end-perform
                close param-datei
                close sicher-datei
                perform sicherung-verifizieren
        end-if
        exit.

       bestell-sichern section.
        move "BESTELL.DAT" to ws-quell-name
        open input bestell-datei
        if bestell-datei-status = "35"
                close bestell-datei
                perform quelle-fehlt-melden
        else
                perform sicher-datei-oeffnen
                perform until bestell-datei-status
                                is not equal "00"
                        read bestell-datei next record
                                at end move "10"
                                        to bestell-datei-status
                                not at end
                                        move bestell-satz
                                                to sicher-satz
                                        write sicher-satz
                                        add 1 to ws-kopiert-zaehler
                        end-read
                end-perform
                close bestell-datei
                close sicher-datei
                perform sicherung-verifizieren
        end-if
        exit.

       inventar-sichern section.
        move "INVNR.DAT" to ws-quell-name
        open input inventar-datei
        if inventar-datei-status = "35"
                close inventar-datei
                perform quelle-fehlt-melden
        else
                perform sicher-datei-oeffnen
                perform until inventar-datei-status
                                is not equal "00"
                        read inventar-datei next record
                                at end move "10"
                                        to inventar-datei-status
                                not at end
                                        move inventar-satz
                                                to sicher-satz
                                        write sicher-satz
                                        add 1 to ws-kopiert-zaehler
                        end-read
                end-perform
                close inventar-datei
                close sicher-datei
                perform sicherung-verifizieren
        end-if
        exit.

       generationen-verwalten section.
        move zero to ws-gen-anzahl
        move "N" to ws-heute-schon-da
        perform generation-datei-loeschen
        move "AUDARCHB.DAT" to ws-quell-name
        perform generation-datei-loeschen
        move "SCHADEN.DAT" to ws-quell-name
        perform generation-datei-loeschen
        move "KONTO.DAT" to ws-quell-name
        perform generation-datei-loeschen
        move "PARAM.DAT" to ws-quell-name
        perform generation-datei-loeschen
        move "BESTELL.DAT" to ws-quell-name
        perform generation-datei-loeschen
        move "INVNR.DAT" to ws-quell-name
        perform generation-datei-loeschen
        exit.

       generation-datei-loeschen section.
