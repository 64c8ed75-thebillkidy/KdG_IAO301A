      * - EEN PRODUCT TE WISSEN
      * - PRODUCTGEGEVENS TE WIJZIGEN
      * - ONTVANGSTEN, UITGIFTES EN CORRECTIES TE BOEKEN
      * - GOEDEREN OVER TE BOEKEN TUSSEN TWEE LOCATIES
      * - DE BESTELVOORSTELLEN VAN DE VERBRUIKSANALYSE IN EEN KEER
      *   TE AANVAARDEN (SUPERVISOR)
      *
      * DE VOORRAAD (INSTOCK) WORDT NIET MEER RECHTSTREEKS
      * OVERSCHREVEN: ELKE WIJZIGING LOOPT ALS BOEKING VIA HET
      * ONTVANGEN, VERKOCHT OF RECHTGEZET WERD (ZIE OOK
      * STOCKAFSLUITING).
      *
      * DE VOORRAAD WORDT PER LOCATIE BIJGEHOUDEN IN
      * "BESTANDEN/STOCKLOCATIES" (HM = HOOFDMAGAZIJN,
      * WV = WINKELVLOER, D2 = TWEEDE DEPOT); INSTOCK BLIJFT HET
      * TOTAAL OVER ALLE LOCATIES, ZODAT DE HERBEVOORRADING IN
      * BESTELBEHEER ONGEWIJZIGD OP HET TOTAAL WERKT. ELKE
      * BOEKING VRAAGT DE LOCATIE; EEN OVERBOEKING (SOORT 4)
      * VERPLAATST EEN AANTAL VAN DE ENE LOCATIE NAAR DE ANDERE
      * EN LAAT HET TOTAAL ONGEMOEID. ZE KOMT ALS TWEE REGELS IN
      * HET JOURNAAL: "-" OP DE VAN-LOCATIE EN "+" OP DE
      * NAAR-LOCATIE. VOORRAAD VAN VOOR DE LOCATIE-INVOERING
      * (INSTOCK ZONDER LOCATIERECORDS) STAAT IN HET
      * HOOFDMAGAZIJN EN WORDT DAAR BIJ DE EERSTE BOEKING OP HET
      * PRODUCT INGESCHREVEN.
      *
      * BIJ EEN UITGIFTE KAN DE KLANT (KLANTNUMMER UIT
      * "BESTANDEN/KLANTEN") OPGEGEVEN WORDEN AAN WIE DE GOEDEREN
      * GELEVERD WERDEN: DE UITGIFTE KOMT DAN OOK IN
      * "BESTANDEN/TEFACTUREREN", WAARUIT FACTURATIE DE
      * VERKOOPFACTUUR OPMAAKT.
      *
      * DE MAANDELIJKSE VERBRUIKSANALYSE STELT PER PRODUCT EEN
      * NIEUWE HERBEVOORRADINGSDREMPEL EN EEN NIEUW BESTELAANTAL
      * VOOR IN "BESTANDEN/BESTELVOORSTELLEN". OPTIE 9 TOONT DE
      * OPEN VOORSTELLEN EN NEEMT ZE NA BEVESTIGING ALLEMAAL
      * OVER. EEN PRODUCT DAT SINDS DE ANALYSE MET DE HAND
      * GEWIJZIGD OF GEWIST WERD, BLIJFT ONGEMOEID: ZIJN VOORSTEL
      * VERVALT.
      *
      * ER WORDT GEBRUIK GEMAAKT VAN FULL SCREEN IO
      *
      ********************************************
                  RECORD KEY IS OP-ID.
           SELECT OPTIONAL STOCKJOURNAAL
                  ASSIGN TO "BESTANDEN/STOCKJOURNAAL".
           SELECT OPTIONAL STOCKLOCATIES
                  ASSIGN TO "BESTANDEN/STOCKLOCATIES"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SL-SLEUTEL.
           SELECT OPTIONAL PRODUCTHISTORIE
                  ASSIGN TO "BESTANDEN/PRODUCTHISTORIE"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PH-SLEUTEL.
           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KL-NR.
           SELECT OPTIONAL TEFACTUREREN
                  ASSIGN TO "BESTANDEN/TEFACTUREREN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TF-SLEUTEL.
           SELECT OPTIONAL BESTELVOORSTELLEN
                  ASSIGN TO "BESTANDEN/BESTELVOORSTELLEN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS VS-NR.
           SELECT OPTIONAL BEDRIJFSDATUM
                  ASSIGN TO "BESTANDEN/BEDRIJFSDATUM"
                  ORGANIZATION IS LINE SEQUENTIAL.
               88 B-ONTVANGST VALUE 1.
               88 B-UITGIFTE  VALUE 2.
               88 B-CORRECTIE VALUE 3.
               88 B-OVERBOEKING VALUE 4.
           02 B-NR PIC X(6).
           02 B-TEKEN PIC X.
               88 B-PLUS VALUE "+".
           02 B-DATUM PIC 9(8).
           02 B-OPERATOR PIC X(4).
           02 B-TIJD PIC 9(6).
           02 B-LOCATIE PIC X(2).

      * VOORRAAD PER PRODUCT PER LOCATIE; DE SOM OVER DE LOCATIES
      * IS INSTOCK.
       FD  STOCKLOCATIES BLOCK CONTAINS 10 RECORDS.
       01  STOCKLOCATIE.
           02 SL-SLEUTEL.
               03 SL-NR      PIC X(6).
               03 SL-LOCATIE PIC X(2).
           02 SL-AANTAL PIC 9(4).

      * PRODUCTHISTORIEK, OPGEBOUWD UIT DE STOCKJOURNAAL-ARCHIEVEN
      * DOOR PRODUCTHISTORIEOPBOUW IN DE NACHTVERWERKING.
               88 PH-ONTVANGST VALUE 1.
               88 PH-UITGIFTE  VALUE 2.
               88 PH-CORRECTIE VALUE 3.
               88 PH-OVERBOEKING VALUE 4.
           02 PH-TEKEN PIC X.
               88 PH-PLUS VALUE "+".
               88 PH-MIN  VALUE "-".
           02 PH-AANTAL PIC 9(4).
           02 PH-OPERATOR PIC X(4).
           02 PH-TIJD PIC 9(6).
           02 PH-LOCATIE PIC X(2).

      * KLANTEN VAN DE BANK (ONDERHOUD VIA KLANTENBEHEER); HIER
      * ALLEEN GELEZEN OM DE KLANT VAN EEN UITGIFTE TE CONTROLEREN.
       FD  KLANTEN BLOCK CONTAINS 10 RECORDS.
       01  KLANT.
           02 KL-NR       PIC 9(7).
           02 KL-NAAM     PIC X(20).
           02 KL-STRAAT   PIC X(30).
           02 KL-POSTCODE PIC X(8).
           02 KL-GEMEENTE PIC X(20).
           02 KL-TEL      PIC X(13).
           02 KL-STATUS   PIC X.
               88 KL-ACTIEF   VALUE "A".
               88 KL-INACTIEF VALUE "I".
           02 KL-RIJKSREGISTERNR PIC 9(11).
           02 KL-GEBOORTEDATUM   PIC 9(8).

      * UITGIFTES AAN EEN KLANT DIE NOG GEFACTUREERD MOETEN
      * WORDEN (ZIE FACTURATIE).
       FD  TEFACTUREREN BLOCK CONTAINS 10 RECORDS.
       01  TEFACTURERENREC.
           02 TF-SLEUTEL.
               03 TF-KLANT PIC 9(7).
               03 TF-DATUM PIC 9(8).
               03 TF-TIJD  PIC 9(6).
               03 TF-NR    PIC X(6).
           02 TF-AANTAL   PIC 9(4).
           02 TF-OPERATOR PIC X(4).

      * VOORSTELLEN VAN DE LAATSTE VERBRUIKSANALYSE, MET DE
      * WAARDEN VAN HET PRODUCT OP HET MOMENT VAN DE ANALYSE.
       FD  BESTELVOORSTELLEN BLOCK CONTAINS 10 RECORDS.
       01  BESTELVOORSTEL.
           02 VS-NR             PIC X(6).
           02 VS-DATUM          PIC 9(8).
           02 VS-HUIDIG-DREMPEL PIC 9(4).
           02 VS-HUIDIG-AANTAL  PIC 9(4).
           02 VS-DREMPEL        PIC 9(4).
           02 VS-BESTELAANTAL   PIC 9(4).
           02 VS-STATUS         PIC X.
               88 VS-OPEN      VALUE "O".
               88 VS-AANVAARD  VALUE "A".
               88 VS-VERVALLEN VALUE "V".
           02 VS-OPERATOR       PIC X(4).
           02 VS-VERWERKDATUM   PIC 9(8).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

       WORKING-STORAGE SECTION.
       77  MENUWAARDE PIC 9 VALUE 0.
           88 MENU-WAARDE-GELDIG VALUES 0 THRU 9.
           88 M-VOEGTOE   VALUE 1.
           88 M-VERWIJDER VALUE 2.
           88 M-WIJZIG    VALUE 3.
           88 M-UITGIFTE  VALUE 5.
           88 M-CORRECTIE VALUE 6.
           88 M-HISTORIEK VALUE 7.
           88 M-OVERBOEKING VALUE 8.
           88 M-VOORSTELLEN VALUE 9.
           88 M-EINDE     VALUE 0.
       77  FOUTMELDING PIC X(79).
       77  INVOERSTATUS PIC X.
       77  WS-BOEK-TEKEN PIC X.
       77  WS-BOEK-AANTAL PIC 9(4).
       77  WS-NIEUW-INSTOCK PIC S9(5).
       77  WS-FACT-KLANT PIC 9(7).
       77  WS-LOCATIE PIC X(2).
           88 LOCATIE-GELDIG VALUES "HM" "WV" "D2".
       77  WS-NAAR-LOCATIE PIC X(2).
           88 NAAR-LOCATIE-GELDIG VALUES "HM" "WV" "D2".
       77  WS-LOC-NIEUW PIC S9(5).
       77  WS-NAAR-NIEUW PIC S9(5).
       77  WS-LOC-TOTAAL PIC 9(6).
       77  LOCATIEGEDAAN PIC X(1).
           88 STOPLEZENLOCATIES VALUE "J".
       77  WS-HIST-VAN-DATUM PIC 9(8).
       77  WS-HIST-TOT-DATUM PIC 9(8).
       77  HISTORIEGEDAAN PIC X(1).
           88 STOPLEZENHISTORIE VALUE "J".
       77  VOORSTELGEDAAN PIC X(1).
           88 STOPLEZENVOORSTELLEN VALUE "J".
       77  WS-BEVESTIG PIC X.
       77  WS-VS-OPEN PIC 9(5).
       77  WS-VS-AANVAARD PIC 9(5).
       77  WS-VS-VERVALLEN PIC 9(5).

       SCREEN SECTION.
       01  AANMELDSCHERM.
           02 LINE 12 COL 25 VALUE "5. BOEK UITGIFTE".
           02 LINE 13 COL 25 VALUE "6. BOEK CORRECTIE".
           02 LINE 14 COL 25 VALUE "7. RAADPLEEG PRODUCTHISTORIEK".
           02 LINE 15 COL 25 VALUE "8. BOEK OVERBOEKING".
           02 LINE 16 COL 25 VALUE "9. AANVAARD BESTELVOORSTELLEN".
           02 LINE 17 COL 25 VALUE "0. EINDE".
           02 LINE 20 COL 1  VALUE "UW SELECTIE:".
           02 LINE 20 COL 15 PIC Z USING MENUWAARDE.
           02 LINE 24 COL 1  PIC X(79) FROM FOUTMELDING.
           02 LINE 11 COL 41 PIC X USING WS-BOEK-TEKEN.
           02 LINE 12 COL 41 PIC 9(4) USING WS-BOEK-AANTAL.
           02 LINE 24 COL 1 PIC X(79) FROM FOUTMELDING.
       01 LOCATIESCHERM.
           02 LINE 14 COL 23 VALUE "LOCATIE (HM/WV/D2):".
           02 LINE 14 COL 49 PIC X(2) USING WS-LOCATIE.
       01 OVERBOEKSCHERM.
           02 LINE 10 COL 23 VALUE "HUIDIG IN STOCK:".
           02 LINE 11 COL 23 VALUE "VAN LOCATIE (HM/WV/D2):".
           02 LINE 12 COL 23 VALUE "NAAR LOCATIE:".
           02 LINE 13 COL 23 VALUE "AANTAL:".
           02 LINE 10 COL 49 PIC 9(4) FROM INSTOCK.
           02 LINE 11 COL 49 PIC X(2) USING WS-LOCATIE.
           02 LINE 12 COL 49 PIC X(2) USING WS-NAAR-LOCATIE.
           02 LINE 13 COL 49 PIC 9(4) USING WS-BOEK-AANTAL.
           02 LINE 24 COL 1 PIC X(79) FROM FOUTMELDING.
       01 FACTUURKLANTSCHERM.
           02 LINE 13 COL 23 VALUE "KLANT (0 = GEEN FACTUUR):".
           02 LINE 13 COL 49 PIC 9(7) USING WS-FACT-KLANT.
       01 WIJZIGSCHERM.
           02 BLANK SCREEN.
           02 LINE 6  COL 23 VALUE "WIJZIG DE PRODUCTGEGEVENS:".
           END-IF.

       INITIALISEER.
           OPEN I-O Stock
           OPEN I-O STOCKLOCATIES.

      * PRODUCTONDERHOUD (TOEVOEGEN, VERWIJDEREN, WIJZIGEN) VRAAGT
      * BEHEER (NIVEAU 2); BOEKINGEN EN OVERBOEKINGEN KUNNEN OP
      * ELK NIVEAU. DE BESTELVOORSTELLEN AANVAARDEN VRAAGT EEN
      * SUPERVISOR (NIVEAU 3).
       DOETAAK.
           MOVE SPACES TO FOUTMELDING
           PERFORM HAALINPUT
                   AND WS-NIVEAU < 2
               MOVE "ONVOLDOENDE BEVOEGDHEID (NIVEAU 2 VEREIST)!"
                    TO FOUTMELDING
           ELSE IF M-VOORSTELLEN AND WS-NIVEAU < 3
               MOVE "ONVOLDOENDE BEVOEGDHEID (NIVEAU 3 VEREIST)!"
                    TO FOUTMELDING
           ELSE IF M-VOEGTOE
               PERFORM VOEGTOEPROC
           ELSE IF M-VERWIJDER
               PERFORM BOEKINGPROC
           ELSE IF M-HISTORIEK
               PERFORM HISTORIEKPROC
           ELSE IF M-OVERBOEKING
               MOVE 4 TO WS-BOEK-SOORT
               PERFORM BOEKINGPROC
           ELSE IF M-VOORSTELLEN
               PERFORM VOORSTELPROC
           ELSE
               PERFORM EINDEPROC
           END-IF.

       TOONFOUT.
           MOVE "KIES EEN WAARDE TUSSEN 0 EN 9!" TO FOUTMELDING.

       HAALINPUT.
           DISPLAY HOOFDMENU
               PERFORM CLEANUPPRODUCT
               DELETE Stock INVALID KEY PERFORM FOUTVERWIJDEREN
               END-DELETE
           END-PERFORM
           IF NOT NR = SPACES
               PERFORM WIS-LOCATIES
           END-IF.

      * DE LOCATIERECORDS VAN EEN GEWIST PRODUCT VERDWIJNEN MEE.
       WIS-LOCATIES.
           MOVE "N" TO LOCATIEGEDAAN
           MOVE NR TO SL-NR
           MOVE LOW-VALUES TO SL-LOCATIE
           START STOCKLOCATIES KEY IS NOT LESS THAN SL-SLEUTEL
               INVALID KEY MOVE "J" TO LOCATIEGEDAAN
           END-START
           PERFORM WIS-EEN-LOCATIE UNTIL STOPLEZENLOCATIES.

       WIS-EEN-LOCATIE.
           READ STOCKLOCATIES NEXT RECORD
               AT END MOVE "J" TO LOCATIEGEDAAN
           END-READ
           IF NOT STOPLEZENLOCATIES
               IF SL-NR NOT = NR
                   MOVE "J" TO LOCATIEGEDAAN
               ELSE
                   DELETE STOCKLOCATIES
               END-IF
           END-IF.

       WIJZIGPROC.
           MOVE ALL "_" TO NR
           END-IF.

      * BOEKT EEN ONTVANGST (SOORT 1), UITGIFTE (SOORT 2) OF
      * CORRECTIE (SOORT 3) OP EEN PRODUCT EN EEN LOCATIE: DE
      * VOORRAAD (TOTAAL EN LOCATIE) WORDT BIJGEWERKT EN DE
      * BOEKING GAAT MET DATUM, OPERATOR, TIJD EN LOCATIE IN HET
      * STOCKJOURNAAL. BIJ ONTVANGST EN UITGIFTE LIGT HET TEKEN
      * VAST; ALLEEN EEN CORRECTIE KAN TWEE KANTEN UIT. DE
      * VOORRAAD KAN NOOIT ONDER NUL, OOK NIET OP EEN LOCATIE.
      * EEN OVERBOEKING (SOORT 4) VRAAGT EEN VAN- EN EEN
      * NAAR-LOCATIE (ZIE OVERBOEKING).
       BOEKINGPROC.
           MOVE ALL "_" TO NR
           PERFORM WITH TEST AFTER UNTIL INVOER-OK
               END-IF
           END-PERFORM
           IF NOT NR = SPACES
               PERFORM VUL-HOOFDMAGAZIJN-AAN
           END-IF
           IF NOT NR = SPACES AND WS-BOEK-SOORT = 4
               PERFORM OVERBOEKING
           ELSE IF NOT NR = SPACES
               PERFORM WITH TEST AFTER UNTIL INVOER-OK
                   SET INVOER-OK TO TRUE
                   PERFORM ZET-BOEKINGSTEKEN
                   MOVE ZEROS TO WS-BOEK-AANTAL
                   MOVE ZEROS TO WS-FACT-KLANT
                   MOVE "HM" TO WS-LOCATIE
                   DISPLAY BOEKINGSSCHERM
                   DISPLAY LOCATIESCHERM
                   IF WS-BOEK-SOORT = 2
                       DISPLAY FACTUURKLANTSCHERM
                   END-IF
                   ACCEPT BOEKINGSSCHERM
                   ACCEPT LOCATIESCHERM
                   INSPECT WS-LOCATIE REPLACING ALL "_" BY " "
                   INSPECT WS-LOCATIE REPLACING ALL X"00" BY SPACE
                   IF WS-BOEK-SOORT = 2
                       ACCEPT FACTUURKLANTSCHERM
                       INSPECT WS-FACT-KLANT REPLACING ALL "_" BY "0"
                       INSPECT WS-FACT-KLANT
                           REPLACING ALL X"00" BY "0"
                   END-IF
                   INSPECT WS-BOEK-TEKEN REPLACING ALL "_" BY " "
      * DIT IS OM EEN BUG IN DE COMPILER TE OMZEILEN
                   INSPECT WS-BOEK-TEKEN
                       PERFORM VERWERK-BOEKING
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

      * OVERBOEKING TUSSEN TWEE LOCATIES: HET TOTAAL (INSTOCK)
      * BLIJFT GELIJK, DE VAN-LOCATIE DAALT EN DE NAAR-LOCATIE
      * STIJGT MET HETZELFDE AANTAL.
       OVERBOEKING.
           PERFORM WITH TEST AFTER UNTIL INVOER-OK
               SET INVOER-OK TO TRUE
               MOVE ZEROS TO WS-BOEK-AANTAL
               MOVE "HM" TO WS-LOCATIE
               MOVE "WV" TO WS-NAAR-LOCATIE
               DISPLAY OVERBOEKSCHERM
               ACCEPT OVERBOEKSCHERM
               INSPECT WS-LOCATIE REPLACING ALL "_" BY " "
               INSPECT WS-NAAR-LOCATIE REPLACING ALL "_" BY " "
      * DIT IS OM EEN BUG IN DE COMPILER TE OMZEILEN
               INSPECT WS-LOCATIE REPLACING ALL X"00" BY SPACE
               INSPECT WS-NAAR-LOCATIE REPLACING ALL X"00" BY SPACE
               INSPECT WS-BOEK-AANTAL REPLACING ALL "_" BY "0"
               INSPECT WS-BOEK-AANTAL REPLACING ALL X"00" BY "0"
               PERFORM CONTROLEER-OVERBOEKING
               IF INVOER-OK AND WS-BOEK-AANTAL > 0
                   PERFORM VERWERK-OVERBOEKING
               END-IF
           END-PERFORM.

       CONTROLEER-OVERBOEKING.
           IF NOT LOCATIE-GELDIG OR NOT NAAR-LOCATIE-GELDIG
               MOVE "LOCATIE MOET HM, WV OF D2 ZIJN!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF WS-LOCATIE = WS-NAAR-LOCATIE
               MOVE "VAN- EN NAAR-LOCATIE ZIJN GELIJK!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE
               MOVE WS-NAAR-LOCATIE TO SL-LOCATIE
               PERFORM LEES-LOCATIE
               COMPUTE WS-NAAR-NIEUW = SL-AANTAL + WS-BOEK-AANTAL
               MOVE WS-LOCATIE TO SL-LOCATIE
               PERFORM LEES-LOCATIE
               COMPUTE WS-LOC-NIEUW = SL-AANTAL - WS-BOEK-AANTAL
               IF WS-LOC-NIEUW < 0
                   MOVE "ONVOLDOENDE VOORRAAD OP DE VAN-LOCATIE!"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
               IF WS-NAAR-NIEUW > 9999
                   MOVE "VOORRAAD BOVEN MAXIMUM (9999)!"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
           END-IF
           END-IF.

       ZET-BOEKINGSTEKEN.
               MOVE "TEKEN MOET + OF - ZIJN!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           IF INVOER-OK AND NOT LOCATIE-GELDIG
               MOVE "LOCATIE MOET HM, WV OF D2 ZIJN!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           IF INVOER-OK
               IF WS-BOEK-TEKEN = "+"
                   COMPUTE WS-NIEUW-INSTOCK =
                   COMPUTE WS-NIEUW-INSTOCK =
                           INSTOCK - WS-BOEK-AANTAL
               END-IF
               MOVE WS-LOCATIE TO SL-LOCATIE
               PERFORM LEES-LOCATIE
               IF WS-BOEK-TEKEN = "+"
                   COMPUTE WS-LOC-NIEUW = SL-AANTAL + WS-BOEK-AANTAL
               ELSE
                   COMPUTE WS-LOC-NIEUW = SL-AANTAL - WS-BOEK-AANTAL
               END-IF
               IF WS-NIEUW-INSTOCK < 0
                   MOVE "ONVOLDOENDE VOORRAAD!" TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               ELSE IF WS-LOC-NIEUW < 0
                   MOVE "ONVOLDOENDE VOORRAAD OP DEZE LOCATIE!"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
               END-IF
               IF WS-NIEUW-INSTOCK > 9999
                   MOVE "VOORRAAD BOVEN MAXIMUM (9999)!"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
           END-IF
           IF INVOER-OK AND WS-FACT-KLANT NOT = 0
               PERFORM CONTROLEER-FACTUURKLANT
           END-IF.

       CONTROLEER-FACTUURKLANT.
           OPEN INPUT KLANTEN
           MOVE WS-FACT-KLANT TO KL-NR
           READ KLANTEN
               INVALID KEY MOVE "KLANT BESTAAT NIET!" TO FOUTMELDING
                           SET INVOER-NOK TO TRUE
           END-READ
           CLOSE KLANTEN
           IF INVOER-OK AND KL-INACTIEF
               MOVE "KLANT IS INACTIEF!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF.

       VERWERK-BOEKING.
           REWRITE PRODUCT INVALID KEY PERFORM FOUTZOEKEN
           END-REWRITE
           IF INVOER-OK
               MOVE WS-LOCATIE TO SL-LOCATIE
               MOVE WS-LOC-NIEUW TO SL-AANTAL
               PERFORM SCHRIJF-LOCATIE
               PERFORM SCHRIJF-BOEKING
               IF WS-BOEK-SOORT = 2 AND WS-FACT-KLANT NOT = 0
                   PERFORM SCHRIJF-TEFACTUREREN
               END-IF
           END-IF.

       VERWERK-OVERBOEKING.
           MOVE WS-LOCATIE TO SL-LOCATIE
           MOVE WS-LOC-NIEUW TO SL-AANTAL
           PERFORM SCHRIJF-LOCATIE
           MOVE WS-NAAR-LOCATIE TO SL-LOCATIE
           MOVE WS-NAAR-NIEUW TO SL-AANTAL
           PERFORM SCHRIJF-LOCATIE
           MOVE "-" TO WS-BOEK-TEKEN
           PERFORM SCHRIJF-BOEKING
           MOVE WS-NAAR-LOCATIE TO WS-LOCATIE
           MOVE "+" TO WS-BOEK-TEKEN
           PERFORM SCHRIJF-BOEKING.

       SCHRIJF-BOEKING.
           OPEN EXTEND STOCKJOURNAAL
           MOVE WS-BOEK-SOORT TO B-SOORT
           MOVE WS-OPERATOR TO B-OPERATOR
           ACCEPT WS-TIJD-RUW FROM TIME
           DIVIDE WS-TIJD-RUW BY 100 GIVING B-TIJD
           MOVE WS-LOCATIE TO B-LOCATIE
           WRITE BOEKING
           CLOSE STOCKJOURNAAL.

      * LEEST DE VOORRAAD VAN PRODUCT NR OP LOCATIE SL-LOCATIE;
      * GEEN RECORD = NIETS OP DIE LOCATIE.
       LEES-LOCATIE.
           MOVE NR TO SL-NR
           READ STOCKLOCATIES
               INVALID KEY MOVE ZEROS TO SL-AANTAL
           END-READ.

       SCHRIJF-LOCATIE.
           MOVE NR TO SL-NR
           REWRITE STOCKLOCATIE
               INVALID KEY WRITE STOCKLOCATIE
           END-REWRITE.

      * VOORRAAD VAN VOOR DE LOCATIE-INVOERING: WAT INSTOCK MEER
      * BEVAT DAN DE SOM OVER DE LOCATIES STAAT IN HET
      * HOOFDMAGAZIJN EN WORDT DAAR NU INGESCHREVEN.
       VUL-HOOFDMAGAZIJN-AAN.
           PERFORM TEL-LOCATIES
           IF WS-LOC-TOTAAL < INSTOCK
               MOVE "HM" TO SL-LOCATIE
               PERFORM LEES-LOCATIE
               COMPUTE SL-AANTAL = SL-AANTAL + INSTOCK
                                 - WS-LOC-TOTAAL
               PERFORM SCHRIJF-LOCATIE
           END-IF.

       TEL-LOCATIES.
           MOVE ZEROS TO WS-LOC-TOTAAL
           MOVE "N" TO LOCATIEGEDAAN
           MOVE NR TO SL-NR
           MOVE LOW-VALUES TO SL-LOCATIE
           START STOCKLOCATIES KEY IS NOT LESS THAN SL-SLEUTEL
               INVALID KEY MOVE "J" TO LOCATIEGEDAAN
           END-START
           PERFORM TEL-EEN-LOCATIE UNTIL STOPLEZENLOCATIES.

       TEL-EEN-LOCATIE.
           READ STOCKLOCATIES NEXT RECORD
               AT END MOVE "J" TO LOCATIEGEDAAN
           END-READ
           IF NOT STOPLEZENLOCATIES
               IF SL-NR NOT = NR
                   MOVE "J" TO LOCATIEGEDAAN
               ELSE
                   ADD SL-AANTAL TO WS-LOC-TOTAAL
               END-IF
           END-IF.

      * DEZELFDE UITGIFTE, MET DE KLANT ERBIJ, VOOR DE FACTURATIE.
      * TWEE UITGIFTES VAN HETZELFDE PRODUCT IN DEZELFDE SECONDE
      * WORDEN SAMENGETELD.
       SCHRIJF-TEFACTUREREN.
           OPEN I-O TEFACTUREREN
           MOVE WS-FACT-KLANT TO TF-KLANT
           MOVE B-DATUM TO TF-DATUM
           MOVE B-TIJD TO TF-TIJD
           MOVE B-NR TO TF-NR
           READ TEFACTUREREN
               INVALID KEY MOVE ZEROS TO TF-AANTAL
           END-READ
           ADD B-AANTAL TO TF-AANTAL
           MOVE B-OPERATOR TO TF-OPERATOR
           REWRITE TEFACTURERENREC
               INVALID KEY WRITE TEFACTURERENREC
           END-REWRITE
           CLOSE TEFACTUREREN.

      * DE VERWERKINGSDATUM IS DE OPEN BEDRIJFSDAG UIT
      * "BESTANDEN/BEDRIJFSDATUM" (DOORGEROLD DOOR DE
      * NACHTVERWERKING), NIET DE KLOK. ZOLANG HET BESTAND
           END-IF.

      * RAADPLEGING VAN DE PRODUCTHISTORIEK OVER EEN OPGEGEVEN
      * PERIODE, MET SOORT, TEKEN, AANTAL, LOCATIE EN OPERATOR PER
      * BEWEGING (ZELFDE PATROON ALS DE HISTORIEKOPTIE IN
      * KLANTENBEHEER). REGELS VAN VOOR DE LOCATIES HEBBEN GEEN
      * LOCATIE EN WORDEN ALS HM GETOOND.
       HISTORIEKPROC.
           MOVE ALL "_" TO NR
           PERFORM WITH TEST AFTER UNTIL INVOER-OK
                       OR PH-DATUM > WS-HIST-TOT-DATUM
                   MOVE "J" TO HISTORIEGEDAAN
               ELSE
                   IF PH-LOCATIE = SPACES
                       MOVE "HM" TO PH-LOCATIE
                   END-IF
                   DISPLAY PH-DATUM " | SOORT " PH-SOORT " | "
                           PH-TEKEN PH-AANTAL
                           " | LOCATIE " PH-LOCATIE
                           " | OPERATOR " PH-OPERATOR
               END-IF
           END-IF.

      * TOONT DE OPEN BESTELVOORSTELLEN EN AANVAARDT ZE NA
      * BEVESTIGING ALLEMAAL.
       VOORSTELPROC.
           MOVE ZEROS TO WS-VS-OPEN
           DISPLAY "OPEN BESTELVOORSTELLEN (HUIDIG -> VOORSTEL):"
           OPEN INPUT BESTELVOORSTELLEN
           MOVE "N" TO VOORSTELGEDAAN
           PERFORM TOON-EEN-VOORSTEL UNTIL STOPLEZENVOORSTELLEN
           CLOSE BESTELVOORSTELLEN
           IF WS-VS-OPEN = 0
               DISPLAY "GEEN OPEN VOORSTELLEN."
           ELSE
               DISPLAY WS-VS-OPEN " OPEN VOORSTELLEN."
               DISPLAY "ALLE VOORSTELLEN AANVAARDEN (J/N)?"
               MOVE SPACES TO WS-BEVESTIG
               ACCEPT WS-BEVESTIG
               IF WS-BEVESTIG = "J" OR WS-BEVESTIG = "j"
                   PERFORM AANVAARD-VOORSTELLEN
                   DISPLAY WS-VS-AANVAARD " AANVAARD, "
                           WS-VS-VERVALLEN
                           " VERVALLEN (PRODUCT GEWIJZIGD OF GEWIST)."
               END-IF
           END-IF
           DISPLAY "0. TERUG NAAR HOOFDMENU"
           ACCEPT MENUWAARDE.

       TOON-EEN-VOORSTEL.
           READ BESTELVOORSTELLEN NEXT RECORD
               AT END MOVE "J" TO VOORSTELGEDAAN
           END-READ
           IF NOT STOPLEZENVOORSTELLEN AND VS-OPEN
               ADD 1 TO WS-VS-OPEN
               DISPLAY VS-NR " | DREMPEL " VS-HUIDIG-DREMPEL
                       " -> " VS-DREMPEL
                       " | BESTELAANTAL " VS-HUIDIG-AANTAL
                       " -> " VS-BESTELAANTAL
                       " | ANALYSE " VS-DATUM
           END-IF.

       AANVAARD-VOORSTELLEN.
           MOVE ZEROS TO WS-VS-AANVAARD
           MOVE ZEROS TO WS-VS-VERVALLEN
           OPEN I-O BESTELVOORSTELLEN
           MOVE "N" TO VOORSTELGEDAAN
           PERFORM AANVAARD-EEN-VOORSTEL UNTIL STOPLEZENVOORSTELLEN
           CLOSE BESTELVOORSTELLEN.

       AANVAARD-EEN-VOORSTEL.
           READ BESTELVOORSTELLEN NEXT RECORD
               AT END MOVE "J" TO VOORSTELGEDAAN
           END-READ
           IF NOT STOPLEZENVOORSTELLEN AND VS-OPEN
               MOVE VS-NR TO NR
               MOVE "J" TO INVOERSTATUS
               READ Stock INVALID KEY SET INVOER-NOK TO TRUE
               END-READ
               IF INVOER-OK
                       AND REORDER-DREMPEL = VS-HUIDIG-DREMPEL
                       AND BESTELAANTAL = VS-HUIDIG-AANTAL
                   MOVE VS-DREMPEL TO REORDER-DREMPEL
                   MOVE VS-BESTELAANTAL TO BESTELAANTAL
                   REWRITE PRODUCT
                   SET VS-AANVAARD TO TRUE
                   ADD 1 TO WS-VS-AANVAARD
               ELSE
                   SET VS-VERVALLEN TO TRUE
                   ADD 1 TO WS-VS-VERVALLEN
               END-IF
               MOVE WS-OPERATOR TO VS-OPERATOR
               MOVE WS-VANDAAG TO VS-VERWERKDATUM
               REWRITE BESTELVOORSTEL
           END-IF.

       EINDEPROC.
           EXIT.

       SLUITBESTAND.
           CLOSE Stock
           CLOSE STOCKLOCATIES.

       FOUTTOEVOEGEN.
           MOVE "NUMMER BESTAAT REEDS!" TO FOUTMELDING
