           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-film-nr
               file status is film-datei-status.
           select besetzung-datei assign to "BESETZUNG.DAT"
               organization is indexed
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
       fd  gen-datei.
       01  med-archiv-status                   pic xx.
       01  audarchf-status                     pic xx.
       01  audarchb-status                     pic xx.
       01  schaden-datei-status                pic xx.
       01  konto-datei-status                  pic xx.
       01  param-datei-status                  pic xx.
       01  bestell-datei-status                pic xx.
       01  inventar-datei-status               pic xx.
       01  sicher-status                       pic xx.
       01  gen-status                          pic xx.
       01  audit-datei-status                  pic xx.
                                        &"Bedienerkennung."
                        not invalid key
                                if bd-passwort = ws-passwort-eingabe
                                        and bd-rolle not equal 3
                                        move "J" to ws-anmeldung-ok
                                        move bd-rolle
                                                to ws-bediener-rolle
        perform medarch-zurueckspielen
        perform audarchf-zurueckspielen
        perform audarchb-zurueckspielen
        perform schaden-zurueckspielen
        perform konto-zurueckspielen
        perform param-zurueckspielen
        perform bestell-zurueckspielen
        perform inventar-zurueckspielen
        exit.

       sicher-datei-oeffnen section.
        end-if
        exit.

       schaden-zurueckspielen section.
        move "SCHADEN.DAT" to ws-quell-name
        perform sicher-datei-oeffnen
        if sicher-status = "35"
                close sicher-datei
                perform sicherung-fehlt-melden
        else
                open output schaden-datei
                perform until sicher-status is not equal "00"
                        read sicher-datei
                                at end move "10" to sicher-status
                                not at end
                                        move sicher-satz
                                                to schaden-satz
                                        write schaden-satz
                                                invalid key continue
                                        end-write
                                        add 1 to ws-kopiert-zaehler
                        end-read
                end-perform
                close schaden-datei
                close sicher-datei
                perform datei-fertig-melden
        end-if
        exit.

       konto-zurueckspielen section.
        move "KONTO.DAT" to ws-quell-name
        perform sicher-datei-oeffnen
        if sicher-status = "35"
                close sicher-datei
                perform sicherung-fehlt-melden
        else
                open output konto-datei
                perform until sicher-status is not equal "00"
                        read sicher-datei
                                at end move "10" to sicher-status
                                not at end
                                        move sicher-satz
                                                to konto-satz
                                        write konto-satz
                                                invalid key continue
                                        end-write
                                        add 1 to ws-kopiert-zaehler
                        end-read
                end-perform
                close konto-datei
                close sicher-datei
                perform datei-fertig-melden
        end-if
        exit.

       param-zurueckspielen section.
        move "PARAM.DAT" to ws-quell-name
        perform sicher-datei-oeffnen
        if sicher-status = "35"
                close sicher-datei
                perform sicherung-fehlt-melden
        else
                open output param-datei
                perform until sicher-status is not equal "00"
                        read sicher-datei
                                at end move "10" to sicher-status
                                not at end
                                        move sicher-satz
                                                to param-satz
                                        write param-satz
                                                invalid key continue
                                        end-write
                                        add 1 to ws-kopiert-zaehler
                        end-read
                end-perform
                close param-datei
                close sicher-datei
                perform datei-fertig-melden
        end-if
        exit.

       bestell-zurueckspielen section.
        move "BESTELL.DAT" to ws-quell-name
        perform sicher-datei-oeffnen
        if sicher-status = "35"
                close sicher-datei
                perform sicherung-fehlt-melden
        else
                open output bestell-datei
                perform until sicher-status is not equal "00"
                        read sicher-datei
                                at end move "10" to sicher-status
                                not at end
                                        move sicher-satz
                                                to bestell-satz
                                        write bestell-satz
                                                invalid key continue
                                        end-write
                                        add 1 to ws-kopiert-zaehler
                        end-read
                end-perform
                close bestell-datei
                close sicher-datei
                perform datei-fertig-melden
        end-if
        exit.

       inventar-zurueckspielen section.
        move "INVNR.DAT" to ws-quell-name
        perform sicher-datei-oeffnen
        if sicher-status = "35"
                close sicher-datei
                perform sicherung-fehlt-melden
        else
                open output inventar-datei
                perform until sicher-status is not equal "00"
                        read sicher-datei
                                at end move "10" to sicher-status
                                not at end
                                        move sicher-satz
                                                to inventar-satz
                                        write inventar-satz
                                                invalid key continue
                                        end-write
                                        add 1 to ws-kopiert-zaehler
                        end-read
                end-perform
                close inventar-datei
                close sicher-datei
                perform datei-fertig-melden
        end-if
        exit.

       ruecksicherung-audit section.
        move "RUECKSICHER" to audit-aktion
        move spaces to audit-name
