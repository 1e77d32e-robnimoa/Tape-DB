       identification division.
       program-id. Tape-Film-Umstellung.
       environment division.
       input-output section.
       file-control.
           select vor-film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is sequential
               record key is vor-fd-film-name
               file status is vor-datei-status.
           select vor-archiv-datei assign to "FILMARCH.DAT"
               organization is indexed
               access mode is sequential
               record key is vor-af-film-name
               file status is vor-datei-status.
           select vor-besetzung-datei assign to "BESETZUNG.DAT"
               organization is indexed
               access mode is sequential
               record key is vor-bs-schluessel
               file status is vor-datei-status.
           select vor-bes-archiv-datei assign to "BESARCH.DAT"
               organization is indexed
               access mode is sequential
               record key is vor-ba-schluessel
               file status is vor-datei-status.
           select vor-medien-datei assign to "MEDIEN.DAT"
               organization is indexed
               access mode is sequential
               record key is vor-md-schluessel
               file status is vor-datei-status.
           select vor-med-archiv-datei assign to "MEDARCH.DAT"
               organization is indexed
               access mode is sequential
               record key is vor-ma-schluessel
               file status is vor-datei-status.
           select vor-verleih-datei assign to "VERLEIH.DAT"
               organization is indexed
               access mode is sequential
               record key is vor-vl-schluessel
               file status is vor-datei-status.
           select vor-reserv-datei assign to "RESERV.DAT"
               organization is indexed
               access mode is sequential
               record key is vor-rs-schluessel
               file status is vor-datei-status.
           select vor-besidx-datei assign to "BESIDX.DAT"
               organization is indexed
               access mode is sequential
               record key is vor-bx-schluessel
               file status is vor-datei-status.
           select vor-jahridx-datei assign to "JAHRIDX.DAT"
               organization is indexed
               access mode is sequential
               record key is vor-jx-schluessel
               file status is vor-datei-status.
           select vor-schaden-datei assign to "SCHADEN.DAT"
               organization is indexed
               access mode is sequential
               record key is vor-sc-schaden-nr
               file status is vor-datei-status.
           select vor-bestell-datei assign to "BESTELL.DAT"
               organization is indexed
               access mode is sequential
               record key is vor-be-bestell-nr
               file status is vor-datei-status.
           select vor-inventar-datei assign to "INVNR.DAT"
               organization is indexed
               access mode is sequential
               record key is vor-iv-inv-nr
               file status is vor-datei-status.
           select vor-kunden-datei assign to "KUNDEN.DAT"
               organization is indexed
               access mode is sequential
               record key is vor-kd-kunden-nr
               file status is vor-datei-status.
           select vor-historie-datei assign to "VLHIST.DAT"
               organization is line sequential
               file status is vor-datei-status.
           select alt-datei assign to alt-dateiname
               organization is line sequential
               file status is alt-datei-status.
           select film-datei assign to "FILMDB.DAT"
               organization is indexed
               access mode is dynamic
               record key is fd-film-nr
               file status is neu-datei-status.
           select archiv-datei assign to "FILMARCH.DAT"
               organization is indexed
               access mode is dynamic
               record key is af-film-nr
               file status is neu-datei-status.
           select besetzung-datei assign to "BESETZUNG.DAT"
               organization is indexed
               access mode is dynamic
               record key is bs-schluessel
               file status is neu-datei-status.
           select bes-archiv-datei assign to "BESARCH.DAT"
               organization is indexed
               access mode is dynamic
               record key is ba-schluessel
               file status is neu-datei-status.
           select medien-datei assign to "MEDIEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is md-schluessel
               file status is neu-datei-status.
           select med-archiv-datei assign to "MEDARCH.DAT"
               organization is indexed
               access mode is dynamic
               record key is ma-schluessel
               file status is neu-datei-status.
           select verleih-datei assign to "VERLEIH.DAT"
               organization is indexed
               access mode is dynamic
               record key is vl-schluessel
               file status is neu-datei-status.
           select reserv-datei assign to "RESERV.DAT"
               organization is indexed
               access mode is dynamic
               record key is rs-schluessel
               file status is neu-datei-status.
           select besidx-datei assign to "BESIDX.DAT"
               organization is indexed
               access mode is dynamic
               record key is bx-schluessel
               file status is neu-datei-status.
           select jahridx-datei assign to "JAHRIDX.DAT"
               organization is indexed
               access mode is dynamic
               record key is jx-schluessel
               file status is neu-datei-status.
           select schaden-datei assign to "SCHADEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is sc-schaden-nr
               file status is neu-datei-status.
           select bestell-datei assign to "BESTELL.DAT"
               organization is indexed
               access mode is dynamic
               record key is be-bestell-nr
               file status is neu-datei-status.
           select inventar-datei assign to "INVNR.DAT"
               organization is indexed
               access mode is dynamic
               record key is iv-inv-nr
               file status is neu-datei-status.
           select kunden-datei assign to "KUNDEN.DAT"
               organization is indexed
               access mode is dynamic
               record key is kd-kunden-nr
               file status is neu-datei-status.
           select historie-datei assign to "VLHIST.DAT"
               organization is line sequential
               file status is neu-datei-status.
           select bediener-datei assign to "BEDIENER.DAT"
               organization is indexed
               access mode is dynamic
               record key is bd-id
               file status is bediener-datei-status.
           select protokoll-datei assign to "UMSTELLUNG.TXT"
               organization is line sequential
               file status is protokoll-status.
           select audit-datei assign to audit-dateiname
               organization is line sequential
               file status is audit-datei-status.
       data division.
       file section.
       fd  vor-film-datei.
       01  vor-film-satz.
               03  vor-fd-film-name     pic x(20).
               03  filler               pic x(120).
       fd  vor-archiv-datei.
       01  vor-archiv-satz.
               03  vor-af-film-name     pic x(20).
               03  filler               pic x(120).
       fd  vor-besetzung-datei.
       01  vor-besetzung-satz.
               03  vor-bs-schluessel    pic x(50).
               03  filler               pic x(20).
       fd  vor-bes-archiv-datei.
       01  vor-bes-archiv-satz.
               03  vor-ba-schluessel    pic x(50).
               03  filler               pic x(20).
       fd  vor-medien-datei.
       01  vor-medien-satz.
               03  vor-md-schluessel    pic x(22).
               03  filler               pic x(33).
       fd  vor-med-archiv-datei.
       01  vor-med-archiv-satz.
               03  vor-ma-schluessel    pic x(22).
               03  filler               pic x(33).
       fd  vor-verleih-datei.
       01  vor-verleih-satz.
               03  vor-vl-schluessel    pic x(22).
               03  filler               pic x(30).
       fd  vor-reserv-datei.
       01  vor-reserv-satz.
               03  vor-rs-schluessel    pic x(23).
               03  filler               pic x(21).
       fd  vor-besidx-datei.
       01  vor-besidx-satz.
               03  vor-bx-schluessel    pic x(50).
               03  filler               pic x(20).
       fd  vor-jahridx-datei.
       01  vor-jahridx-satz.
               03  vor-jx-schluessel    pic x(24).
       fd  vor-schaden-datei.
       01  vor-schaden-satz.
               03  vor-sc-schaden-nr    pic 9(5).
               03  filler               pic x(130).
       fd  vor-bestell-datei.
       01  vor-bestell-satz.
               03  vor-be-bestell-nr    pic 9(5).
               03  filler               pic x(84).
       fd  vor-inventar-datei.
       01  vor-inventar-satz.
               03  vor-iv-inv-nr        pic 9(7).
               03  filler               pic x(31).
       fd  vor-kunden-datei.
       01  vor-kunden-satz.
               03  vor-kd-kunden-nr     pic 9(5).
               03  filler               pic x(106).
       fd  vor-historie-datei.
       01  vor-historie-satz                   pic x(80).
       fd  alt-datei.
       01  alt-satz                            pic x(140).
       01  alt-film-satz.
               03  alt-fd-film-name     pic x(20).
               03  alt-fd-film-jahr     pic 9(4).
               03  alt-fd-film-beschreibung
                                        pic x(100).
               03  alt-fd-film-stempel  pic 9(16).
       01  alt-besetzung-satz.
               03  alt-bs-film-name     pic x(20).
               03  alt-bs-darsteller-name
                                        pic x(30).
               03  alt-bs-genre         pic x(20).
       01  alt-medien-satz.
               03  alt-md-film-name     pic x(20).
               03  alt-md-kopie-nr      pic 9(2).
               03  alt-md-medium        pic x(3).
               03  alt-md-zustand       pic x(20).
               03  alt-md-standort      pic x(10).
       01  alt-verleih-satz.
               03  alt-vl-film-name     pic x(20).
               03  alt-vl-kopie-nr      pic 9(2).
               03  alt-vl-kunden-nr     pic 9(5).
               03  alt-vl-datum-aus     pic 9(8).
               03  alt-vl-datum-faellig pic 9(8).
               03  alt-vl-mahnstufe     pic 9.
               03  alt-vl-mahn-datum    pic 9(8).
       01  alt-reserv-satz.
               03  alt-rs-film-name     pic x(20).
               03  alt-rs-lfd-nr        pic 9(3).
               03  alt-rs-kunden-nr     pic 9(5).
               03  alt-rs-datum         pic 9(8).
               03  alt-rs-verfall       pic 9(8).
       01  alt-besidx-satz.
               03  alt-bx-darsteller-name
                                        pic x(30).
               03  alt-bx-film-name     pic x(20).
               03  alt-bx-genre         pic x(20).
       01  alt-jahridx-satz.
               03  alt-jx-film-jahr     pic 9(4).
               03  alt-jx-film-name     pic x(20).
       01  alt-schaden-satz.
               03  alt-sc-schaden-nr    pic 9(5).
               03  alt-sc-film-name     pic x(20).
               03  alt-sc-kopie-nr      pic 9(2).
               03  alt-sc-kunden-nr     pic 9(5).
               03  alt-sc-datum-aus     pic 9(8).
               03  alt-sc-datum-faellig pic 9(8).
               03  alt-sc-datum-rueck   pic 9(8).
               03  alt-sc-zustand       pic x(20).
               03  alt-sc-schadensart   pic x(30).
               03  alt-sc-bediener      pic x(10).
               03  alt-sc-status        pic x.
               03  alt-sc-erledigt-datum
                                        pic 9(8).
               03  alt-sc-erledigt-bediener
                                        pic x(10).
       01  alt-bestell-satz.
               03  alt-be-bestell-nr    pic 9(5).
               03  alt-be-film-name     pic x(20).
               03  alt-be-medium        pic x(3).
               03  alt-be-menge         pic 9(2).
               03  alt-be-lieferant     pic x(30).
               03  alt-be-bestell-datum pic 9(8).
               03  alt-be-status        pic x.
               03  alt-be-geliefert     pic 9(2).
               03  alt-be-liefer-datum  pic 9(8).
               03  alt-be-bediener      pic x(10).
       01  alt-inventar-satz.
               03  alt-iv-inv-nr        pic 9(7).
               03  alt-iv-film-name     pic x(20).
               03  alt-iv-kopie-nr      pic 9(2).
               03  alt-iv-vergabe-datum pic 9(8).
               03  alt-iv-etikett       pic x.
       01  alt-kunden-satz.
               03  alt-kd-kunden-nr     pic 9(5).
               03  alt-kd-name          pic x(30).
               03  alt-kd-strasse       pic x(30).
               03  alt-kd-ort           pic x(30).
               03  alt-kd-telefon       pic x(15).
               03  alt-kd-status        pic x.
       fd  film-datei.
       01  film-datei-satz.
               03  fd-film-nr           pic 9(5).
               03  fd-film-name         pic x(20).
               03  fd-film-jahr         pic 9(4).
               03  fd-film-beschreibung pic x(100).
               03  fd-film-stempel      pic 9(16).
               03  fd-film-fsk          pic 9(2).
       fd  archiv-datei.
       01  archiv-satz.
               03  af-film-nr           pic 9(5).
               03  af-film-name         pic x(20).
               03  af-film-jahr         pic 9(4).
               03  af-film-beschreibung pic x(100).
               03  af-film-stempel      pic 9(16).
               03  af-film-fsk          pic 9(2).
       fd  besetzung-datei.
       01  besetzung-satz.
               03  bs-schluessel.
                       05  bs-film-nr          pic 9(5).
                       05  bs-darsteller-name  pic x(30).
               03  bs-genre                    pic x(20).
       fd  bes-archiv-datei.
       01  bes-archiv-satz.
               03  ba-schluessel.
                       05  ba-film-nr          pic 9(5).
                       05  ba-darsteller-name  pic x(30).
               03  ba-genre                    pic x(20).
       fd  medien-datei.
       01  medien-satz.
               03  md-schluessel.
                       05  md-film-nr          pic 9(5).
                       05  md-kopie-nr         pic 9(2).
               03  md-medium                   pic x(3).
               03  md-zustand                  pic x(20).
               03  md-standort                 pic x(10).
       fd  med-archiv-datei.
       01  med-archiv-satz.
               03  ma-schluessel.
                       05  ma-film-nr          pic 9(5).
                       05  ma-kopie-nr         pic 9(2).
               03  ma-medium                   pic x(3).
               03  ma-zustand                  pic x(20).
               03  ma-standort                 pic x(10).
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
       fd  besidx-datei.
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
       fd  kunden-datei.
       01  kunden-satz.
               03  kd-kunden-nr         pic 9(5).
               03  kd-name              pic x(30).
               03  kd-strasse           pic x(30).
               03  kd-ort               pic x(30).
               03  kd-telefon           pic x(15).
               03  kd-status            pic x.
               03  kd-geburtsdatum      pic 9(8).
       fd  historie-datei.
       01  historie-satz                       pic x(100).
       fd  bediener-datei.
       01  bediener-satz.
               03  bd-id                pic x(10).
               03  bd-name              pic x(30).
               03  bd-passwort          pic x(10).
               03  bd-rolle             pic 9.
       fd  protokoll-datei.
       01  protokoll-zeile                     pic x(132).
       fd  audit-datei.
       01  audit-satz                          pic x(280).
       working-storage section.
       01  vor-datei-status                    pic xx.
       01  alt-datei-status                    pic xx.
       01  alt-dateiname                       pic x(30).
       01  neu-datei-status                    pic xx.
       01  bediener-datei-status               pic xx.
       01  protokoll-status                    pic xx.
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
       01  ws-passwort-eingabe                 pic x(10).
       01  ws-anmeldung-ok                     pic x.
                       88  anmeldung-ok value "J".
       01  ws-anmelde-versuche                 pic 9.
       01  ws-max-anmelde-versuche             pic 9 value 3.
       01  ws-bediener-rolle                   pic 9.
                       88  rolle-supervisor value 2.
       01  ws-bediener-name                    pic x(30).
       01  ws-ja-nein                          pic x.
                       88  ja-gewaehlt value "J".
       01  ws-abbruch                          pic x value "N".
                       88  abbruch value "J".
       01  ws-datei-da-liste.
               03  ws-film-da                  pic x.
                       88  film-da value "J".
               03  ws-archiv-da                pic x.
                       88  archiv-da value "J".
               03  ws-besetzung-da             pic x.
                       88  besetzung-da value "J".
               03  ws-bes-archiv-da            pic x.
                       88  bes-archiv-da value "J".
               03  ws-medien-da                pic x.
                       88  medien-da value "J".
               03  ws-med-archiv-da            pic x.
                       88  med-archiv-da value "J".
               03  ws-verleih-da               pic x.
                       88  verleih-da value "J".
               03  ws-reserv-da                pic x.
                       88  reserv-da value "J".
               03  ws-besidx-da                pic x.
                       88  besidx-da value "J".
               03  ws-jahridx-da               pic x.
                       88  jahridx-da value "J".
               03  ws-schaden-da               pic x.
                       88  schaden-da value "J".
               03  ws-bestell-da               pic x.
                       88  bestell-da value "J".
               03  ws-inventar-da              pic x.
                       88  inventar-da value "J".
               03  ws-historie-da              pic x.
                       88  historie-da value "J".
               03  ws-kunden-da                pic x.
                       88  kunden-da value "J".
       01  ws-letzte-nr                        pic 9(5) value zero.
       01  ws-haupt-anzahl                     pic 9(5) value zero.
       01  ws-haupt-max                        pic 9(5) value 20000.
       01  ws-haupt-tabelle.
               03  ws-haupt-satz occurs 1 to 20000 times
                               depending on ws-haupt-anzahl
                               ascending key ws-ht-name
                               indexed by ws-ht-ix.
                       05  ws-ht-name          pic x(20).
                       05  ws-ht-nr            pic 9(5).
       01  ws-archiv-anzahl                    pic 9(5) value zero.
       01  ws-archiv-tabelle.
               03  ws-archiv-satz occurs 1 to 20000 times
                               depending on ws-archiv-anzahl
                               ascending key ws-at-name
                               indexed by ws-at-ix.
                       05  ws-at-name          pic x(20).
                       05  ws-at-nr            pic 9(5).
       01  ws-zaehl-anzahl                     pic 9(7).
       01  ws-such-name                        pic x(20).
       01  ws-such-nr                          pic 9(5).
       01  ws-such-gefunden                    pic x.
                       88  such-gefunden value "J".
       01  ws-datei-name                       pic x(14).
       01  ws-protokoll-zusatz                 pic x(40).
       01  ws-gelesen                          pic 9(7).
       01  ws-umgestellt                       pic 9(7).
       01  ws-verworfen                        pic 9(7).
       01  ws-ohne-nr                          pic 9(7).
       01  ws-verworfen-gesamt                 pic 9(7) value zero.
       01  ws-ohne-nr-gesamt                   pic 9(7) value zero.
       01  ws-zaehler-ausgabe                  pic zzzzzz9.
       01  ws-gelesen-ausgabe                  pic zzzzzz9.
       01  ws-verworfen-ausgabe                pic zzzzzz9.
       01  ws-ohne-nr-ausgabe                  pic zzzzzz9.
       01  ws-h-film                           pic x(20).
       01  ws-h-kopie                          pic x(2).
       01  ws-h-kunde                          pic x(5).
       01  ws-h-aus                            pic x(8).
       01  ws-h-faellig                        pic x(8).
       01  ws-h-rueck                          pic x(8).
       01  ws-heute-datum                      pic 9(8).
       procedure division.
       haupt-programm section.
        perform anmeldung
        if not rolle-supervisor
                display "Die Umstellung auf Filmnummern ist "
                        &"Supervisoren vorbehalten."
                stop run
        end-if
        accept ws-audit-datum from date yyyymmdd
        string "AUDIT-" delimited by size
                ws-audit-datum delimited by size
                ".LOG" delimited by size
                into audit-dateiname
        accept ws-heute-datum from date yyyymmdd
        perform umstellung-pruefen
        if not abbruch
                move space to ws-ja-nein
                display "Alle Filmdateien werden auf Filmnummern "
                        &"umgestellt, Filme erhalten die "
                        &"Altersfreigabe, Kunden das Geburtsdatum."
                display "Die bisherigen Bestaende bleiben als "
                        &"*.ALT erhalten."
                display "Vorher eine Datensicherung ziehen. "
                        &"Umstellung jetzt durchfuehren? (J/N)"
                accept ws-ja-nein
                inspect ws-ja-nein converting "j" to "J"
                if not ja-gewaehlt
                        display "Umstellung nicht durchgefuehrt."
                        move "J" to ws-abbruch
                end-if
        end-if
        if not abbruch
                open output protokoll-datei
                move spaces to protokoll-zeile
                string "Umstellung auf Filmnummern am "
                        delimited by size
                        ws-heute-datum delimited by size
                        ", Bediener " delimited by size
                        bediener-id delimited by size
                        into protokoll-zeile
                end-string
                perform protokoll-schreiben
                move spaces to protokoll-zeile
                perform protokoll-schreiben
                perform dateien-sichern
                perform dateien-umstellen
                close protokoll-datei
                perform umstellung-audit
                move ws-haupt-anzahl to ws-zaehler-ausgabe
                display "Filme im Bestand:          " ws-zaehler-ausgabe
                move ws-archiv-anzahl to ws-zaehler-ausgabe
                display "Filme im Archiv:           " ws-zaehler-ausgabe
                move ws-verworfen-gesamt to ws-zaehler-ausgabe
                display "Nicht zuordenbare Saetze:  " ws-zaehler-ausgabe
                move ws-ohne-nr-gesamt to ws-zaehler-ausgabe
                display "Ohne Filmnummer uebernommen:"
                        ws-zaehler-ausgabe
                display "Protokoll erzeugt: UMSTELLUNG.TXT"
        end-if
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

       umstellung-pruefen section.
        move "N" to ws-abbruch
        move "FILMDB.ALT" to alt-dateiname
        open input alt-datei
        if alt-datei-status not equal "35"
                close alt-datei
                display "Die Umstellung auf Filmnummern wurde "
                        &"bereits durchgefuehrt (FILMDB.ALT "
                        &"vorhanden)."
                move "J" to ws-abbruch
        else
                close alt-datei
                open input vor-film-datei
                evaluate vor-datei-status
                        when "35"
                                close vor-film-datei
                                display "Keine Filmdatenbank "
                                        &"vorhanden, keine Umstellung "
                                        &"noetig."
                                move "J" to ws-abbruch
                        when "00"
                                perform vor-film-zaehlen
                                close vor-film-datei
                        when other
                                display "FILMDB.DAT hat nicht den "
                                        &"erwarteten Satzaufbau "
                                        &"(Status " vor-datei-status
                                        "), Umstellung abgebrochen."
                                move "J" to ws-abbruch
                end-evaluate
        end-if
        if not abbruch
                open input vor-archiv-datei
                if vor-datei-status = "00"
                        perform vor-archiv-zaehlen
                end-if
                close vor-archiv-datei
        end-if
        exit.

       vor-film-zaehlen section.
        move zero to ws-zaehl-anzahl
        perform until vor-datei-status is not equal "00"
                read vor-film-datei next record
                        at end move "10" to vor-datei-status
                        not at end add 1 to ws-zaehl-anzahl
                end-read
        end-perform
        if ws-zaehl-anzahl > ws-haupt-max
                display "Mehr als " ws-haupt-max " Filme im "
                        &"Bestand, Umstellung abgebrochen."
                move "J" to ws-abbruch
        end-if
        exit.

       vor-archiv-zaehlen section.
        move zero to ws-zaehl-anzahl
        perform until vor-datei-status is not equal "00"
                read vor-archiv-datei next record
                        at end move "10" to vor-datei-status
                        not at end add 1 to ws-zaehl-anzahl
                end-read
        end-perform
        if ws-zaehl-anzahl > ws-haupt-max
                display "Mehr als " ws-haupt-max " Filme im "
                        &"Archiv, Umstellung abgebrochen."
                move "J" to ws-abbruch
        end-if
        exit.

       dateien-sichern section.
        move all "N" to ws-datei-da-liste
        perform film-sichern
        perform archiv-sichern
        perform besetzung-sichern
        perform bes-archiv-sichern
        perform medien-sichern
        perform med-archiv-sichern
        perform verleih-sichern
        perform reserv-sichern
        perform besidx-sichern
        perform jahridx-sichern
        perform schaden-sichern
        perform bestell-sichern
        perform inventar-sichern
        perform historie-sichern
        perform kunden-sichern
        exit.

       film-sichern section.
        open input vor-film-datei
        if vor-datei-status = "35"
                close vor-film-datei
        else
                move "J" to ws-film-da
                move "FILMDB.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-film-datei next record
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-film-satz to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-film-datei
        end-if
        exit.

       archiv-sichern section.
        open input vor-archiv-datei
        if vor-datei-status = "35"
                close vor-archiv-datei
        else
                move "J" to ws-archiv-da
                move "FILMARCH.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-archiv-datei next record
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-archiv-satz
                                                to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-archiv-datei
        end-if
        exit.

       besetzung-sichern section.
        open input vor-besetzung-datei
        if vor-datei-status = "35"
                close vor-besetzung-datei
        else
                move "J" to ws-besetzung-da
                move "BESETZUNG.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-besetzung-datei next record
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-besetzung-satz
                                                to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-besetzung-datei
        end-if
        exit.

       bes-archiv-sichern section.
        open input vor-bes-archiv-datei
        if vor-datei-status = "35"
                close vor-bes-archiv-datei
        else
                move "J" to ws-bes-archiv-da
                move "BESARCH.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-bes-archiv-datei next record
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-bes-archiv-satz
                                                to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-bes-archiv-datei
        end-if
        exit.

       medien-sichern section.
        open input vor-medien-datei
        if vor-datei-status = "35"
                close vor-medien-datei
        else
                move "J" to ws-medien-da
                move "MEDIEN.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-medien-datei next record
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-medien-satz
                                                to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-medien-datei
        end-if
        exit.

       med-archiv-sichern section.
        open input vor-med-archiv-datei
        if vor-datei-status = "35"
                close vor-med-archiv-datei
        else
                move "J" to ws-med-archiv-da
                move "MEDARCH.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-med-archiv-datei next record
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-med-archiv-satz
                                                to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-med-archiv-datei
        end-if
        exit.

       verleih-sichern section.
        open input vor-verleih-datei
        if vor-datei-status = "35"
                close vor-verleih-datei
        else
                move "J" to ws-verleih-da
                move "VERLEIH.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-verleih-datei next record
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-verleih-satz
                                                to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-verleih-datei
        end-if
        exit.

       reserv-sichern section.
        open input vor-reserv-datei
        if vor-datei-status = "35"
                close vor-reserv-datei
        else
                move "J" to ws-reserv-da
                move "RESERV.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-reserv-datei next record
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-reserv-satz
                                                to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-reserv-datei
        end-if
        exit.

       besidx-sichern section.
        open input vor-besidx-datei
        if vor-datei-status = "35"
                close vor-besidx-datei
        else
                move "J" to ws-besidx-da
                move "BESIDX.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-besidx-datei next record
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-besidx-satz
                                                to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-besidx-datei
        end-if
        exit.

       jahridx-sichern section.
        open input vor-jahridx-datei
        if vor-datei-status = "35"
                close vor-jahridx-datei
        else
                move "J" to ws-jahridx-da
                move "JAHRIDX.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-jahridx-datei next record
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-jahridx-satz
                                                to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-jahridx-datei
        end-if
        exit.

       schaden-sichern section.
        open input vor-schaden-datei
        if vor-datei-status = "35"
                close vor-schaden-datei
        else
                move "J" to ws-schaden-da
                move "SCHADEN.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-schaden-datei next record
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-schaden-satz
                                                to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-schaden-datei
        end-if
        exit.

       bestell-sichern section.
        open input vor-bestell-datei
        if vor-datei-status = "35"
                close vor-bestell-datei
        else
                move "J" to ws-bestell-da
                move "BESTELL.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-bestell-datei next record
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-bestell-satz
                                                to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-bestell-datei
        end-if
        exit.

       inventar-sichern section.
        open input vor-inventar-datei
        if vor-datei-status = "35"
                close vor-inventar-datei
        else
                move "J" to ws-inventar-da
                move "INVNR.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-inventar-datei next record
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-inventar-satz
                                                to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-inventar-datei
        end-if
        exit.

       historie-sichern section.
        open input vor-historie-datei
        if vor-datei-status = "35"
                close vor-historie-datei
        else
                move "J" to ws-historie-da
                move "VLHIST.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-historie-datei
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-historie-satz
                                                to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-historie-datei
        end-if
        exit.

       kunden-sichern section.
        open input vor-kunden-datei
        if vor-datei-status = "35"
                close vor-kunden-datei
        else
                move "J" to ws-kunden-da
                move "KUNDEN.ALT" to alt-dateiname
                open output alt-datei
                perform until vor-datei-status is not equal "00"
                        read vor-kunden-datei next record
                                at end move "10" to vor-datei-status
                                not at end
                                        move vor-kunden-satz
                                                to alt-satz
                                        write alt-satz
                        end-read
                end-perform
                close alt-datei
                close vor-kunden-datei
        end-if
        exit.

       dateien-umstellen section.
        if film-da
                perform film-umstellen
        end-if
        if archiv-da
                perform archiv-umstellen
        end-if
        if besetzung-da
                perform besetzung-umstellen
        end-if
        if bes-archiv-da
                perform bes-archiv-umstellen
        end-if
        if medien-da
                perform medien-umstellen
        end-if
        if med-archiv-da
                perform med-archiv-umstellen
        end-if
        if verleih-da
                perform verleih-umstellen
        end-if
        if reserv-da
                perform reserv-umstellen
        end-if
        if besidx-da
                perform besidx-umstellen
        end-if
        if jahridx-da
                perform jahridx-umstellen
        end-if
        if schaden-da
                perform schaden-umstellen
        end-if
        if bestell-da
                perform bestell-umstellen
        end-if
        if inventar-da
                perform inventar-umstellen
        end-if
        if historie-da
                perform historie-umstellen
        end-if
        if kunden-da
                perform kunden-umstellen
        end-if
        exit.

       film-umstellen section.
        move "FILMDB.DAT" to ws-datei-name
        move "FILMDB.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output film-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform film-satz-umstellen
                end-read
        end-perform
        close film-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       film-satz-umstellen section.
        add 1 to ws-gelesen
        add 1 to ws-letzte-nr
        move ws-letzte-nr to fd-film-nr
        move alt-fd-film-name to fd-film-name
        move alt-fd-film-jahr to fd-film-jahr
        move alt-fd-film-beschreibung to fd-film-beschreibung
        move alt-fd-film-stempel to fd-film-stempel
        move zero to fd-film-fsk
        write film-datei-satz
                invalid key
                        move alt-fd-film-name to ws-such-name
                        move spaces to ws-protokoll-zusatz
                        perform satz-verwerfen
                not invalid key
                        add 1 to ws-umgestellt
                        add 1 to ws-haupt-anzahl
                        move alt-fd-film-name
                                to ws-ht-name(ws-haupt-anzahl)
                        move ws-letzte-nr
                                to ws-ht-nr(ws-haupt-anzahl)
        end-write
        exit.

       archiv-umstellen section.
        move "FILMARCH.DAT" to ws-datei-name
        move "FILMARCH.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output archiv-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform archiv-satz-umstellen
                end-read
        end-perform
        close archiv-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       archiv-satz-umstellen section.
        add 1 to ws-gelesen
        add 1 to ws-letzte-nr
        move ws-letzte-nr to af-film-nr
        move alt-fd-film-name to af-film-name
        move alt-fd-film-jahr to af-film-jahr
        move alt-fd-film-beschreibung to af-film-beschreibung
        move alt-fd-film-stempel to af-film-stempel
        move zero to af-film-fsk
        write archiv-satz
                invalid key
                        move alt-fd-film-name to ws-such-name
                        move spaces to ws-protokoll-zusatz
                        perform satz-verwerfen
                not invalid key
                        add 1 to ws-umgestellt
                        add 1 to ws-archiv-anzahl
                        move alt-fd-film-name
                                to ws-at-name(ws-archiv-anzahl)
                        move ws-letzte-nr
                                to ws-at-nr(ws-archiv-anzahl)
        end-write
        exit.

       besetzung-umstellen section.
        move "BESETZUNG.DAT" to ws-datei-name
        move "BESETZUNG.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output besetzung-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform besetzung-satz-umstellen
                end-read
        end-perform
        close besetzung-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       besetzung-satz-umstellen section.
        add 1 to ws-gelesen
        move alt-bs-film-name to ws-such-name
        move alt-bs-darsteller-name to ws-protokoll-zusatz
        perform film-nr-suchen
        if not such-gefunden
                perform satz-verwerfen
        else
                move ws-such-nr to bs-film-nr
                move alt-bs-darsteller-name to bs-darsteller-name
                move alt-bs-genre to bs-genre
                write besetzung-satz
                        invalid key perform satz-verwerfen
                        not invalid key add 1 to ws-umgestellt
                end-write
        end-if
        exit.

       bes-archiv-umstellen section.
        move "BESARCH.DAT" to ws-datei-name
        move "BESARCH.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output bes-archiv-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform bes-archiv-satz-umstellen
                end-read
        end-perform
        close bes-archiv-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       bes-archiv-satz-umstellen section.
        add 1 to ws-gelesen
        move alt-bs-film-name to ws-such-name
        move alt-bs-darsteller-name to ws-protokoll-zusatz
        perform archiv-nr-suchen
        if not such-gefunden
                perform satz-verwerfen
        else
                move ws-such-nr to ba-film-nr
                move alt-bs-darsteller-name to ba-darsteller-name
                move alt-bs-genre to ba-genre
                write bes-archiv-satz
                        invalid key perform satz-verwerfen
                        not invalid key add 1 to ws-umgestellt
                end-write
        end-if
        exit.

       medien-umstellen section.
        move "MEDIEN.DAT" to ws-datei-name
        move "MEDIEN.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output medien-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform medien-satz-umstellen
                end-read
        end-perform
        close medien-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       medien-satz-umstellen section.
        add 1 to ws-gelesen
        move alt-md-film-name to ws-such-name
        move spaces to ws-protokoll-zusatz
        string "Kopie " delimited by size
                alt-md-kopie-nr delimited by size
                into ws-protokoll-zusatz
        end-string
        perform film-nr-suchen
        if not such-gefunden
                perform satz-verwerfen
        else
                move ws-such-nr to md-film-nr
                move alt-md-kopie-nr to md-kopie-nr
                move alt-md-medium to md-medium
                move alt-md-zustand to md-zustand
                move alt-md-standort to md-standort
                write medien-satz
                        invalid key perform satz-verwerfen
                        not invalid key add 1 to ws-umgestellt
                end-write
        end-if
        exit.

       med-archiv-umstellen section.
        move "MEDARCH.DAT" to ws-datei-name
        move "MEDARCH.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output med-archiv-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform med-archiv-satz-umstellen
                end-read
        end-perform
        close med-archiv-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       med-archiv-satz-umstellen section.
        add 1 to ws-gelesen
        move alt-md-film-name to ws-such-name
        move spaces to ws-protokoll-zusatz
        string "Kopie " delimited by size
                alt-md-kopie-nr delimited by size
                into ws-protokoll-zusatz
        end-string
        perform archiv-nr-suchen
        if not such-gefunden
                perform satz-verwerfen
        else
                move ws-such-nr to ma-film-nr
                move alt-md-kopie-nr to ma-kopie-nr
                move alt-md-medium to ma-medium
                move alt-md-zustand to ma-zustand
                move alt-md-standort to ma-standort
                write med-archiv-satz
                        invalid key perform satz-verwerfen
                        not invalid key add 1 to ws-umgestellt
                end-write
        end-if
        exit.

       verleih-umstellen section.
        move "VERLEIH.DAT" to ws-datei-name
        move "VERLEIH.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output verleih-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform verleih-satz-umstellen
                end-read
        end-perform
        close verleih-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       verleih-satz-umstellen section.
        add 1 to ws-gelesen
        move alt-vl-film-name to ws-such-name
        move spaces to ws-protokoll-zusatz
        string "Kopie " delimited by size
                alt-vl-kopie-nr delimited by size
                " Kunde " delimited by size
                alt-vl-kunden-nr delimited by size
                into ws-protokoll-zusatz
        end-string
        perform film-nr-suchen
        if not such-gefunden
                perform satz-verwerfen
        else
                move ws-such-nr to vl-film-nr
                move alt-vl-kopie-nr to vl-kopie-nr
                move alt-vl-kunden-nr to vl-kunden-nr
                move alt-vl-datum-aus to vl-datum-aus
                move alt-vl-datum-faellig to vl-datum-faellig
                move alt-vl-mahnstufe to vl-mahnstufe
                move alt-vl-mahn-datum to vl-mahn-datum
                write verleih-satz
                        invalid key perform satz-verwerfen
                        not invalid key add 1 to ws-umgestellt
                end-write
        end-if
        exit.

       reserv-umstellen section.
        move "RESERV.DAT" to ws-datei-name
        move "RESERV.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output reserv-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform reserv-satz-umstellen
                end-read
        end-perform
        close reserv-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       reserv-satz-umstellen section.
        add 1 to ws-gelesen
        move alt-rs-film-name to ws-such-name
        move spaces to ws-protokoll-zusatz
        string "Kunde " delimited by size
                alt-rs-kunden-nr delimited by size
                into ws-protokoll-zusatz
        end-string
        perform film-nr-suchen
        if not such-gefunden
                perform satz-verwerfen
        else
                move ws-such-nr to rs-film-nr
                move alt-rs-lfd-nr to rs-lfd-nr
                move alt-rs-kunden-nr to rs-kunden-nr
                move alt-rs-datum to rs-datum
                move alt-rs-verfall to rs-verfall
                write reserv-satz
                        invalid key perform satz-verwerfen
                        not invalid key add 1 to ws-umgestellt
                end-write
        end-if
        exit.

       besidx-umstellen section.
        move "BESIDX.DAT" to ws-datei-name
        move "BESIDX.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output besidx-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform besidx-satz-umstellen
                end-read
        end-perform
        close besidx-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       besidx-satz-umstellen section.
        add 1 to ws-gelesen
        move alt-bx-film-name to ws-such-name
        move alt-bx-darsteller-name to ws-protokoll-zusatz
        perform film-nr-suchen
        if not such-gefunden
                perform satz-verwerfen
        else
                move alt-bx-darsteller-name to bx-darsteller-name
                move ws-such-nr to bx-film-nr
                move alt-bx-genre to bx-genre
                write besidx-satz
                        invalid key perform satz-verwerfen
                        not invalid key add 1 to ws-umgestellt
                end-write
        end-if
        exit.

       jahridx-umstellen section.
        move "JAHRIDX.DAT" to ws-datei-name
        move "JAHRIDX.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output jahridx-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform jahridx-satz-umstellen
                end-read
        end-perform
        close jahridx-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       jahridx-satz-umstellen section.
        add 1 to ws-gelesen
        move alt-jx-film-name to ws-such-name
        move alt-jx-film-jahr to ws-protokoll-zusatz
        perform film-nr-suchen
        if not such-gefunden
                perform satz-verwerfen
        else
                move alt-jx-film-jahr to jx-film-jahr
                move ws-such-nr to jx-film-nr
                write jahridx-satz
                        invalid key perform satz-verwerfen
                        not invalid key add 1 to ws-umgestellt
                end-write
        end-if
        exit.

       schaden-umstellen section.
        move "SCHADEN.DAT" to ws-datei-name
        move "SCHADEN.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output schaden-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform schaden-satz-umstellen
                end-read
        end-perform
        close schaden-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       schaden-satz-umstellen section.
        add 1 to ws-gelesen
        move alt-sc-film-name to ws-such-name
        move spaces to ws-protokoll-zusatz
        string "Schadensfall " delimited by size
                alt-sc-schaden-nr delimited by size
                into ws-protokoll-zusatz
        end-string
        perform film-oder-archiv-suchen
        move alt-sc-schaden-nr to sc-schaden-nr
        move ws-such-nr to sc-film-nr
        move alt-sc-kopie-nr to sc-kopie-nr
        move alt-sc-kunden-nr to sc-kunden-nr
        move alt-sc-datum-aus to sc-datum-aus
        move alt-sc-datum-faellig to sc-datum-faellig
        move alt-sc-datum-rueck to sc-datum-rueck
        move alt-sc-zustand to sc-zustand
        move alt-sc-schadensart to sc-schadensart
        move alt-sc-bediener to sc-bediener
        move alt-sc-status to sc-status
        move alt-sc-erledigt-datum to sc-erledigt-datum
        move alt-sc-erledigt-bediener to sc-erledigt-bediener
        write schaden-satz
                invalid key perform satz-verwerfen
                not invalid key perform satz-uebernommen
        end-write
        exit.

       bestell-umstellen section.
        move "BESTELL.DAT" to ws-datei-name
        move "BESTELL.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output bestell-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform bestell-satz-umstellen
                end-read
        end-perform
        close bestell-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       bestell-satz-umstellen section.
        add 1 to ws-gelesen
        move alt-be-film-name to ws-such-name
        move spaces to ws-protokoll-zusatz
        string "Bestellung " delimited by size
                alt-be-bestell-nr delimited by size
                into ws-protokoll-zusatz
        end-string
        perform film-oder-archiv-suchen
        move alt-be-bestell-nr to be-bestell-nr
        move ws-such-nr to be-film-nr
        move alt-be-film-name to be-film-name
        move alt-be-medium to be-medium
        move alt-be-menge to be-menge
        move alt-be-lieferant to be-lieferant
        move alt-be-bestell-datum to be-bestell-datum
        move alt-be-status to be-status
        move alt-be-geliefert to be-geliefert
        move alt-be-liefer-datum to be-liefer-datum
        move alt-be-bediener to be-bediener
        write bestell-satz
                invalid key perform satz-verwerfen
                not invalid key
                        if such-gefunden
                                add 1 to ws-umgestellt
                        else
                                add 1 to ws-ohne-nr
                        end-if
        end-write
        exit.

       inventar-umstellen section.
        move "INVNR.DAT" to ws-datei-name
        move "INVNR.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output inventar-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform inventar-satz-umstellen
                end-read
        end-perform
        close inventar-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       inventar-satz-umstellen section.
        add 1 to ws-gelesen
        move alt-iv-film-name to ws-such-name
        move spaces to ws-protokoll-zusatz
        string "Inventarnummer " delimited by size
                alt-iv-inv-nr delimited by size
                into ws-protokoll-zusatz
        end-string
        perform film-oder-archiv-suchen
        move alt-iv-inv-nr to iv-inv-nr
        move ws-such-nr to iv-film-nr
        move alt-iv-kopie-nr to iv-kopie-nr
        move alt-iv-vergabe-datum to iv-vergabe-datum
        move alt-iv-etikett to iv-etikett
        write inventar-satz
                invalid key perform satz-verwerfen
                not invalid key perform satz-uebernommen
        end-write
        exit.

       historie-umstellen section.
        move "VLHIST.DAT" to ws-datei-name
        move "VLHIST.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output historie-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform historie-satz-umstellen
                end-read
        end-perform
        close historie-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       historie-satz-umstellen section.
        add 1 to ws-gelesen
        move spaces to ws-h-film
        move spaces to ws-h-kopie
        move spaces to ws-h-kunde
        move spaces to ws-h-aus
        move spaces to ws-h-faellig
        move spaces to ws-h-rueck
        unstring alt-satz delimited by ";"
                into ws-h-film
                        ws-h-kopie
                        ws-h-kunde
                        ws-h-aus
                        ws-h-faellig
                        ws-h-rueck
        end-unstring
        move ws-h-film to ws-such-name
        move spaces to ws-protokoll-zusatz
        string "Kunde " delimited by size
                ws-h-kunde delimited by size
                " ausgeliehen " delimited by size
                ws-h-aus delimited by size
                into ws-protokoll-zusatz
        end-string
        perform film-oder-archiv-suchen
        move spaces to historie-satz
        string ws-such-nr          delimited by size ";"
                ws-h-kopie          delimited by size ";"
                ws-h-kunde          delimited by size ";"
                ws-h-aus            delimited by size ";"
                ws-h-faellig        delimited by size ";"
                ws-h-rueck          delimited by size ";"
                ws-h-film           delimited by size
                into historie-satz
        end-string
        write historie-satz
        perform satz-uebernommen
        exit.

       kunden-umstellen section.
        move "KUNDEN.DAT" to ws-datei-name
        move "KUNDEN.ALT" to alt-dateiname
        perform zaehler-loeschen
        open input alt-datei
        open output kunden-datei
        perform until alt-datei-status is not equal "00"
                read alt-datei
                        at end move "10" to alt-datei-status
                        not at end perform kunden-satz-umstellen
                end-read
        end-perform
        close kunden-datei
        close alt-datei
        perform datei-summe-schreiben
        exit.

       kunden-satz-umstellen section.
        add 1 to ws-gelesen
        move alt-kd-kunden-nr to kd-kunden-nr
        move alt-kd-name to kd-name
        move alt-kd-strasse to kd-strasse
        move alt-kd-ort to kd-ort
        move alt-kd-telefon to kd-telefon
        move alt-kd-status to kd-status
        move zero to kd-geburtsdatum
        write kunden-satz
                invalid key
                        move spaces to ws-such-name
                        move alt-kd-kunden-nr to ws-protokoll-zusatz
                        perform satz-verwerfen
                not invalid key add 1 to ws-umgestellt
        end-write
        exit.

       film-nr-suchen section.
        move zero to ws-such-nr
        move "N" to ws-such-gefunden
        if ws-haupt-anzahl > zero
                search all ws-haupt-satz
                        at end continue
                        when ws-ht-name(ws-ht-ix) = ws-such-name
                                move ws-ht-nr(ws-ht-ix) to ws-such-nr
                                move "J" to ws-such-gefunden
                end-search
        end-if
        exit.

       archiv-nr-suchen section.
        move zero to ws-such-nr
        move "N" to ws-such-gefunden
        if ws-archiv-anzahl > zero
                search all ws-archiv-satz
                        at end continue
                        when ws-at-name(ws-at-ix) = ws-such-name
                                move ws-at-nr(ws-at-ix) to ws-such-nr
                                move "J" to ws-such-gefunden
                end-search
        end-if
        exit.

       film-oder-archiv-suchen section.
        perform film-nr-suchen
        if not such-gefunden
                perform archiv-nr-suchen
        end-if
        exit.

       satz-uebernommen section.
        if such-gefunden
                add 1 to ws-umgestellt
        else
                add 1 to ws-ohne-nr
                move spaces to protokoll-zeile
                string ws-datei-name delimited by size
                        " ohne Filmnummer uebernommen: "
                        delimited by size
                        ws-such-name delimited by size
                        " " delimited by size
                        ws-protokoll-zusatz delimited by size
                        into protokoll-zeile
                end-string
                perform protokoll-schreiben
        end-if
        exit.

       satz-verwerfen section.
        add 1 to ws-verworfen
        move spaces to protokoll-zeile
        string ws-datei-name delimited by size
                " nicht zuordenbar, nur in .ALT: "
                delimited by size
                ws-such-name delimited by size
                " " delimited by size
                ws-protokoll-zusatz delimited by size
                into protokoll-zeile
        end-string
        perform protokoll-schreiben
        exit.

       zaehler-loeschen section.
        move zero to ws-gelesen
        move zero to ws-umgestellt
        move zero to ws-verworfen
        move zero to ws-ohne-nr
        exit.

       datei-summe-schreiben section.
        add ws-verworfen to ws-verworfen-gesamt
        add ws-ohne-nr to ws-ohne-nr-gesamt
        move ws-gelesen to ws-gelesen-ausgabe
        move ws-umgestellt to ws-zaehler-ausgabe
        move ws-verworfen to ws-verworfen-ausgabe
        move ws-ohne-nr to ws-ohne-nr-ausgabe
        move spaces to protokoll-zeile
        string ws-datei-name delimited by size
                " gelesen " delimited by size
                ws-gelesen-ausgabe delimited by size
                "  umgestellt " delimited by size
                ws-zaehler-ausgabe delimited by size
                "  nicht zuordenbar " delimited by size
                ws-verworfen-ausgabe delimited by size
                "  ohne Filmnummer " delimited by size
                ws-ohne-nr-ausgabe delimited by size
                into protokoll-zeile
        end-string
        perform protokoll-schreiben
        display protokoll-zeile(1:100)
        exit.

       protokoll-schreiben section.
        write protokoll-zeile
        exit.

       umstellung-audit section.
        move "UMSTELLUNG" to audit-aktion
        move "FILMDB.DAT" to audit-name
        move zero to audit-vor-jahr
        move spaces to audit-vor-beschreibung
        move "Filmname als Schluessel" to audit-vor-beschreibung
        move zero to audit-nach-jahr
        move spaces to audit-nach-beschreibung
        move ws-haupt-anzahl to ws-zaehler-ausgabe
        move ws-archiv-anzahl to ws-gelesen-ausgabe
        string "Filmnummer als Schluessel, " delimited by size
                ws-zaehler-ausgabe delimited by size
                " Filme im Bestand, " delimited by size
                ws-gelesen-ausgabe delimited by size
                " im Archiv" delimited by size
                into audit-nach-beschreibung
        end-string
        perform audit-schreiben
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
