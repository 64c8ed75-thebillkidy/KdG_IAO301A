      *   ONTVANGST (SOORT 1) IN HET STOCKJOURNAAL GEBOEKT,
      *   WAARDOOR INSTOCK VIA DE NORMALE WEG STIJGT; EEN
      *   DEELLEVERING LAAT HET RESTANT ALS BACKORDER OPEN STAAN
      *   TOT ALLES BINNEN IS. DE ONTVANGST KOMT OP DE OPGEGEVEN
      *   LOCATIE IN "BESTANDEN/STOCKLOCATIES" (STANDAARD HET
      *   HOOFDMAGAZIJN, ZIE STOCKBEHEER).
      *
      * DE HERBEVOORRADING KIJKT NAAR INSTOCK, HET TOTAAL OVER
      * ALLE LOCATIES.
      *
      * PRODUCTEN ZONDER LEVERANCIER OF ZONDER BESTELAANTAL
      * KOMEN MET EEN WAARSCHUWING OP DE BESTELBON IN PLAATS VAN
                  RECORD KEY IS BEST-NR.
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
           02 LEV-STATUS PIC X.
               88 LEV-ACTIEF   VALUE "A".
               88 LEV-INACTIEF VALUE "I".
           02 LEV-REKENING.
               03 LEV-REK-DEEL1 PIC 9(3).
               03 LEV-REK-DEEL2 PIC 9(7).
               03 LEV-REK-DEEL3 PIC 9(2).

       FD  BESTELLINGEN BLOCK CONTAINS 10 RECORDS.
       01  BESTELLING.
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
       77  WS-AANTAL-OVERGESLAGEN PIC 9(4) VALUE ZERO.
       77  WS-LEVER-NR PIC 9(6).
       77  WS-GELEVERD-AANTAL PIC 9(4).
       77  WS-LOCATIE PIC X(2).
           88 LOCATIE-GELDIG VALUES "HM" "WV" "D2".
       77  WS-LOC-TOTAAL PIC 9(6).
       77  LOCATIEGEDAAN PIC X(1).
           88 STOPLEZENLOCATIES VALUE "J".
       77  WS-REST-AANTAL PIC 9(4).
       77  WS-NIEUW-INSTOCK PIC S9(5).
       77  WS-ONTVANGST-VLAG PIC X.
       INITIALISEER.
           PERFORM LEES-BEDRIJFSDATUM
           OPEN I-O Stock
           OPEN I-O STOCKLOCATIES
           OPEN INPUT LEVERANCIERS
           OPEN I-O BESTELLINGEN.

           IF WS-GELEVERD-AANTAL > WS-REST-AANTAL
               DISPLAY "MEER DAN HET OPENSTAANDE RESTANT!"
               MOVE ZEROS TO WS-GELEVERD-AANTAL
           END-IF
           IF WS-GELEVERD-AANTAL > 0
               MOVE SPACES TO WS-LOCATIE
               DISPLAY "LOCATIE (HM/WV/D2, LEEG = HM):"
               ACCEPT WS-LOCATIE
               IF WS-LOCATIE = SPACES
                   MOVE "HM" TO WS-LOCATIE
               END-IF
               IF NOT LOCATIE-GELDIG
                   DISPLAY "LOCATIE MOET HM, WV OF D2 ZIJN!"
                   MOVE ZEROS TO WS-GELEVERD-AANTAL
               END-IF
           END-IF.

       BOEK-ONTVANGST.
                           "LEVERING NIET GEBOEKT!"
                   MOVE "N" TO WS-ONTVANGST-VLAG
               ELSE
                   PERFORM VUL-HOOFDMAGAZIJN-AAN
                   MOVE WS-NIEUW-INSTOCK TO INSTOCK
                   REWRITE PRODUCT
                   MOVE WS-LOCATIE TO SL-LOCATIE
                   PERFORM LEES-LOCATIE
                   ADD WS-GELEVERD-AANTAL TO SL-AANTAL
                   PERFORM SCHRIJF-LOCATIE
                   PERFORM SCHRIJF-JOURNAALBOEKING
               END-IF
           END-READ.
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
      * HOOFDMAGAZIJN EN WORDT DAAR NU INGESCHREVEN (ZELFDE REGEL
      * ALS IN STOCKBEHEER).
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

      * DE VERWERKINGSDATUM IS DE OPEN BEDRIJFSDAG UIT
      * "BESTANDEN/BEDRIJFSDATUM" (DOORGEROLD DOOR DE
      * NACHTVERWERKING), NIET DE KLOK. ZOLANG HET BESTAND

       SLUITBESTAND.
           CLOSE Stock
           CLOSE STOCKLOCATIES
           CLOSE LEVERANCIERS
           CLOSE BESTELLINGEN.
