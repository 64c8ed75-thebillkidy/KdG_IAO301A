      ************************************************************
      * INVENTARIS
      *
      * JAARLIJKSE (OF TUSSENTIJDSE) STOCKTELLING, PER LOCATIE
      * (HM = HOOFDMAGAZIJN, WV = WINKELVLOER, D2 = TWEEDE DEPOT;
      * ZIE STOCKBEHEER). ELKE OPTIE VRAAGT EERST DE LOCATIE, ZODAT
      * DE LOCATIES ONAFHANKELIJK VAN ELKAAR GETELD EN VERWERKT
      * KUNNEN WORDEN:
      * - TELMODUS: LOOPT BESTANDEN/STOCK.DAT IN PRODUCTVOLGORDE
      *   AF EN LAAT PER PRODUCT HET GETELDE AANTAL INGEVEN; DE
      *   TELLINGEN KOMEN IN "BESTANDEN/TELLINGEN" TERECHT, ZODAT
      *   EEN HALF INGEGEVEN STOCKTELLING LATER HERNOMEN KAN
      *   WORDEN (REEDS GETELDE PRODUCTEN WORDEN OVERGESLAGEN);
      * - VERSCHILLENRAPPORT: BOEKWAARDE OP DE LOCATIE (UIT
      *   "BESTANDEN/STOCKLOCATIES") TEGENOVER GETELD, MET
      *   VERSCHIL EN PERCENTAGE, NAAR
      *   "BESTANDEN/INVENTARISRAPPORT.JJJJMMDD.LL" (LL = LOCATIE);
      * - VERWERKING: NA BEVESTIGING WORDT ELK VERSCHIL OP DE
      *   LOCATIE IN EEN KEER RECHTGEZET VIA CORRECTIEBOEKINGEN
      *   (SOORT 3) MET DIE LOCATIE IN HET STOCKJOURNAAL; DE
      *   LOCATIE EN HET TOTAAL (INSTOCK) WORDEN SAMEN BIJGEWERKT.
      *   DAARNA WORDEN DE TELLINGEN VAN DIE LOCATIE UIT HET
      *   TELBESTAND GEWIST VOOR DE VOLGENDE TELLING.
      * VOORRAAD ZONDER LOCATIERECORDS (VAN VOOR DE
      * LOCATIE-INVOERING) TELT ALS HOOFDMAGAZIJN.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
                  ASSIGN TO "BESTANDEN/TELLINGEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS T-SLEUTEL.
           SELECT OPTIONAL STOCKJOURNAAL
                  ASSIGN TO "BESTANDEN/STOCKJOURNAAL".
           SELECT OPTIONAL STOCKLOCATIES
                  ASSIGN TO "BESTANDEN/STOCKLOCATIES"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SL-SLEUTEL.
           SELECT OPTIONAL OPERATORS
                  ASSIGN TO "BESTANDEN/OPERATORS"
                  ACCESS MODE IS RANDOM

       FD  TELLINGEN BLOCK CONTAINS 10 RECORDS.
       01  TELLING.
           02 T-SLEUTEL.
               03 T-NR       PIC X(6).
               03 T-LOCATIE  PIC X(2).
           02 T-GETELD   PIC 9(4).
           02 T-DATUM    PIC 9(8).
           02 T-OPERATOR PIC X(4).
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

       FD  STOCKLOCATIES BLOCK CONTAINS 10 RECORDS.
       01  STOCKLOCATIE.
           02 SL-SLEUTEL.
               03 SL-NR      PIC X(6).
               03 SL-LOCATIE PIC X(2).
           02 SL-AANTAL PIC 9(4).

       FD  OPERATORS BLOCK CONTAINS 10 RECORDS.
       01  OPERATORREC.
       77  WS-AANTAL-ONGETELD PIC 9(4).
       77  WS-AANTAL-VERWERKT PIC 9(4).
       77  WS-BEVESTIGING PIC X.
       77  WS-LOCATIE PIC X(2).
           88 LOCATIE-GELDIG VALUES "HM" "WV" "D2".
       77  WS-LOC-TOTAAL PIC 9(6).
       77  WS-LOC-BOEK PIC 9(5).
       77  WS-NIEUW-INSTOCK PIC S9(5).
       77  LOCATIEGEDAAN PIC X(1).
           88 STOPLEZENLOCATIES VALUE "J".
       01  VERSCHILREGEL.
           02 V-NR       PIC X(6).
           02 FILLER     PIC X(8) VALUE " | BOEK ".
       INITIALISEER.
           PERFORM LEES-BEDRIJFSDATUM
           OPEN I-O Stock
           OPEN I-O TELLINGEN
           OPEN I-O STOCKLOCATIES.

       DOETAAK.
           MOVE SPACES TO FOUTMELDING
           PERFORM HAALINPUT
           PERFORM TOONFOUT THRU HAALINPUT UNTIL MENU-WAARDE-GELDIG
           IF NOT M-EINDE
               PERFORM VRAAG-LOCATIE
           END-IF
           IF M-TELLEN
               PERFORM TELPROC
           ELSE IF M-RAPPORT
               PERFORM EINDEPROC
           END-IF.

       VRAAG-LOCATIE.
           MOVE SPACES TO WS-LOCATIE
           PERFORM LEES-LOCATIEKEUZE UNTIL LOCATIE-GELDIG.

       LEES-LOCATIEKEUZE.
           DISPLAY "LOCATIE (HM/WV/D2):"
           ACCEPT WS-LOCATIE
           IF NOT LOCATIE-GELDIG
               DISPLAY "LOCATIE MOET HM, WV OF D2 ZIJN!"
           END-IF.

       TOONFOUT.
           MOVE "KIES EEN WAARDE TUSSEN 0 EN 3!" TO FOUTMELDING.

           DISPLAY HOOFDMENU
           ACCEPT HOOFDMENU.

      * TELMODUS: PRODUCTEN DIE OP DEZE LOCATIE AL GETELD ZIJN
      * WORDEN OVERGESLAGEN, DUS EEN ONDERBROKEN TELLING HERNEEMT
      * VANZELF WAAR ZE BLEEF. PER PRODUCT: GETELD AANTAL
      * INGEVEN, LEEG = OVERSLAAN, "STOP" = TELSESSIE BEEINDIGEN.
       TELPROC.
           MOVE "N" TO WS-TELSTOP-VLAG
           MOVE "N" TO STOCKGEDAAN
           END-START
           PERFORM TEL-EEN-PRODUCT
               UNTIL STOPLEZENSTOCK OR TELLEN-GESTOPT
           DISPLAY "TELSESSIE " WS-LOCATIE " BEEINDIGD."
           DISPLAY "0. TERUG NAAR HOOFDMENU"
           ACCEPT MENUWAARDE.

           END-READ
           IF NOT STOPLEZENSTOCK
               MOVE NR TO T-NR
               MOVE WS-LOCATIE TO T-LOCATIE
               READ TELLINGEN
                   INVALID KEY PERFORM VRAAG-TELLING
               END-READ
           END-IF.

       VRAAG-TELLING.
           DISPLAY "PRODUCT " NR " - " NAAM " OP " WS-LOCATIE
           DISPLAY "TELLEN (J), OVERSLAAN (N) OF STOPPEN (S)?"
           MOVE SPACES TO WS-INVOER
           ACCEPT WS-INVOER

       SCHRIJF-TELLING.
           MOVE NR TO T-NR
           MOVE WS-LOCATIE TO T-LOCATIE
           MOVE WS-GETELD TO T-GETELD
           MOVE WS-VANDAAG TO T-DATUM
           MOVE WS-OPERATOR TO T-OPERATOR
               INVALID KEY REWRITE TELLING
           END-WRITE.

      * VERSCHILLENRAPPORT VAN EEN LOCATIE: BOEK TEGENOVER GETELD
      * PER GETELD PRODUCT, MET HET AANTAL NOG ONGETELDE PRODUCTEN
      * (MET BOEKVOORRAAD OP DE LOCATIE) ONDERAAN;
      * DE VERWERKING ZELF WEIGERT ZOLANG ER ONGETELDE PRODUCTEN
      * ZIJN, TENZIJ UITDRUKKELIJK OVERRULED (ZIE VERWERKPROC).
       RAPPORTPROC.
           MOVE SPACES TO WS-RAPPORTNAAM
           STRING "BESTANDEN/INVENTARISRAPPORT." WS-VANDAAG
                  "." WS-LOCATIE
                  DELIMITED BY SIZE INTO WS-RAPPORTNAAM
           OPEN OUTPUT RAPPORT
           IF NOT WS-RAPPORT-OK
           ELSE
               MOVE SPACES TO RAPPORTLIJN
               STRING "INVENTARISRAPPORT " WS-VANDAAG
                      " LOCATIE " WS-LOCATIE
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
               MOVE ZEROS TO WS-AANTAL-GETELD
           READ Stock NEXT RECORD AT END MOVE "J" TO STOCKGEDAAN
           END-READ
           IF NOT STOPLEZENSTOCK
               PERFORM BEPAAL-LOCATIEBOEK
               MOVE NR TO T-NR
               MOVE WS-LOCATIE TO T-LOCATIE
               READ TELLINGEN
                   INVALID KEY
                       IF WS-LOC-BOEK > 0
                           ADD 1 TO WS-AANTAL-ONGETELD
                       END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-AANTAL-GETELD
                   PERFORM SCHRIJF-VERSCHILREGEL
           END-IF.

       SCHRIJF-VERSCHILREGEL.
           COMPUTE WS-VERSCHIL = T-GETELD - WS-LOC-BOEK
           MOVE NR TO V-NR
           MOVE WS-LOC-BOEK TO V-BOEK
           MOVE T-GETELD TO V-GETELD
           MOVE WS-VERSCHIL TO V-VERSCHIL
           IF WS-LOC-BOEK = 0
               MOVE ZEROS TO WS-PCT-TIENDEN
           ELSE
               COMPUTE WS-PCT-TIENDEN ROUNDED =
                       WS-VERSCHIL * 1000 / WS-LOC-BOEK
           END-IF
           MOVE WS-PCT-TIENDEN TO V-PCT
      * HET VERSCHIL OOK IN EURO, TEGEN DE AANKOOPPRIJS VAN HET
           MOVE VERSCHILREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

      * VERWERKING VAN EEN LOCATIE: NA EEN UITDRUKKELIJKE
      * BEVESTIGING WORDT ELK GETELD VERSCHIL ALS CORRECTIEBOEKING
      * (SOORT 3) OP DE LOCATIE IN HET STOCKJOURNAAL GEZET EN DE
      * VOORRAAD (LOCATIE EN TOTAAL) BIJGEWERKT; DAARNA WORDEN DE
      * TELLINGEN VAN DE LOCATIE GEWIST VOOR DE VOLGENDE TELLING.
       VERWERKPROC.
           PERFORM TEL-ONGETELDE
           MOVE SPACES TO WS-BEVESTIGING
           IF WS-AANTAL-ONGETELD > 0
               DISPLAY "LET OP: NOG " WS-AANTAL-ONGETELD
                       " PRODUCTEN NIET GETELD OP " WS-LOCATIE "."
               DISPLAY "TOCH VERWERKEN? BEVESTIG MET T:"
               ACCEPT WS-BEVESTIGING
               IF WS-BEVESTIGING = "T"
           IF WS-BEVESTIGING = "J"
               MOVE ZEROS TO WS-AANTAL-VERWERKT
               MOVE "N" TO TELGEDAAN
               MOVE SPACES TO T-SLEUTEL
               START TELLINGEN KEY IS NOT LESS THAN T-SLEUTEL
                   INVALID KEY MOVE "J" TO TELGEDAAN
               END-START
               PERFORM VERWERK-EEN-TELLING UNTIL STOPLEZENTELLINGEN
           READ Stock NEXT RECORD AT END MOVE "J" TO STOCKGEDAAN
           END-READ
           IF NOT STOPLEZENSTOCK
               PERFORM BEPAAL-LOCATIEBOEK
               MOVE NR TO T-NR
               MOVE WS-LOCATIE TO T-LOCATIE
               READ TELLINGEN
                   INVALID KEY
                       IF WS-LOC-BOEK > 0
                           ADD 1 TO WS-AANTAL-ONGETELD
                       END-IF
               END-READ
           END-IF.

           READ TELLINGEN NEXT RECORD
               AT END MOVE "J" TO TELGEDAAN
           END-READ
           IF NOT STOPLEZENTELLINGEN AND T-LOCATIE = WS-LOCATIE
               MOVE T-NR TO NR
               READ Stock
                   INVALID KEY DISPLAY "PRODUCT " T-NR
               DELETE TELLINGEN
           END-IF.

      * DE LOCATIE KRIJGT HET GETELDE AANTAL; HET TOTAAL SCHUIFT
      * MEE MET HETZELFDE VERSCHIL.
       PAS-TELLING-TOE.
           PERFORM VUL-HOOFDMAGAZIJN-AAN
           MOVE WS-LOCATIE TO SL-LOCATIE
           PERFORM LEES-LOCATIE
           COMPUTE WS-VERSCHIL = T-GETELD - SL-AANTAL
           COMPUTE WS-NIEUW-INSTOCK = INSTOCK + WS-VERSCHIL
           IF WS-NIEUW-INSTOCK > 9999
               DISPLAY "PRODUCT " NR ": VOORRAAD BOVEN MAXIMUM "
                       "(9999), NIET VERWERKT!"
           ELSE IF WS-VERSCHIL NOT = 0
               MOVE WS-NIEUW-INSTOCK TO INSTOCK
               REWRITE PRODUCT
               MOVE T-GETELD TO SL-AANTAL
               PERFORM SCHRIJF-LOCATIE
               PERFORM SCHRIJF-CORRECTIEBOEKING
               ADD 1 TO WS-AANTAL-VERWERKT
           END-IF
           END-IF.

      * BOEKVOORRAAD VAN HET GELEZEN PRODUCT OP DE GEKOZEN
      * LOCATIE; WAT INSTOCK MEER BEVAT DAN DE SOM OVER DE
      * LOCATIES HOORT BIJ HET HOOFDMAGAZIJN.
       BEPAAL-LOCATIEBOEK.
           PERFORM TEL-LOCATIES
           MOVE WS-LOCATIE TO SL-LOCATIE
           PERFORM LEES-LOCATIE
           MOVE SL-AANTAL TO WS-LOC-BOEK
           IF WS-LOCATIE = "HM" AND WS-LOC-TOTAAL < INSTOCK
               COMPUTE WS-LOC-BOEK = WS-LOC-BOEK + INSTOCK
                                   - WS-LOC-TOTAAL
           END-IF.

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

      * VOORRAAD VAN VOOR DE LOCATIE-INVOERING WORDT IN HET
      * HOOFDMAGAZIJN INGESCHREVEN (ZELFDE REGEL ALS IN
      * STOCKBEHEER).
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

       SCHRIJF-CORRECTIEBOEKING.
           MOVE WS-OPERATOR TO B-OPERATOR
           ACCEPT WS-TIJD-RUW FROM TIME
           DIVIDE WS-TIJD-RUW BY 100 GIVING B-TIJD
           MOVE WS-LOCATIE TO B-LOCATIE
           WRITE BOEKING
           CLOSE STOCKJOURNAAL.


       SLUITBESTAND.
           CLOSE Stock
           CLOSE TELLINGEN
           CLOSE STOCKLOCATIES.
