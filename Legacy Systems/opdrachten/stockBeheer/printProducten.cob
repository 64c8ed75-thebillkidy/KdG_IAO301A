                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  FILE STATUS IS WS-STOCK-STATUS.
           SELECT OPTIONAL STOCKLOCATIES
                  ASSIGN TO "BESTANDEN/STOCKLOCATIES"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SL-SLEUTEL.
           SELECT WERKBESTAND ASSIGN TO "WERKBESTAND".
           SELECT OPTIONAL CSVBESTAND
                  ASSIGN TO "BESTANDEN/STOCK.CSV"
               03 PRIJS-GEHEEL   PIC 9(5).
               03 PRIJS-DECIMAAL PIC 9(2).

      * VOORRAAD PER PRODUCT PER LOCATIE (ZIE STOCKBEHEER).
       FD  STOCKLOCATIES BLOCK CONTAINS 10 RECORDS.
       01  STOCKLOCATIE.
           02 SL-SLEUTEL.
               03 SL-NR      PIC X(6).
               03 SL-LOCATIE PIC X(2).
           02 SL-AANTAL PIC 9(4).

       SD  WERKBESTAND.
       01  WERKRECORD.
           02 WK-INSTOCK PIC 9(4).
       77  GEDAAN     PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  MODUS      PIC 9 VALUE 1.
           88 MODUS-GELDIG          VALUES 1 THRU 5.
           88 MODUS-TABEL          VALUE 1.
           88 MODUS-HERBEVOORRADING VALUE 2.
           88 MODUS-CSV            VALUE 3.
           88 MODUS-WAARDERING     VALUE 4.
           88 MODUS-LOCATIES       VALUE 5.
       77  CSV-INSTOCK PIC Z(4)9.
       77  WS-STOCK-STATUS PIC XX.
       77  LS-BATCHVLAG PIC X.
       77  WS-WAARDE-CENTEN PIC 9(11).
       77  WS-PRIJS-CENTEN PIC 9(7).
       77  WS-TOTAAL-CENTEN PIC 9(13) VALUE ZERO.
       77  LOCATIEGEDAAN PIC X(1).
           88 STOPLEZENLOCATIES VALUE "J".
       77  WS-LOC-TOTAAL PIC 9(6).
       77  WS-HM-AANTAL PIC 9(5).
       77  WS-WV-AANTAL PIC 9(5).
       77  WS-D2-AANTAL PIC 9(5).
       01  LOCATIEKOP.
           02 FILLER PIC X(6)  VALUE "  NR  ".
           02 FILLER PIC X(3)  VALUE " | ".
           02 FILLER PIC X(30) VALUE "NAAM".
           02 FILLER PIC X(8)  VALUE " |    HM".
           02 FILLER PIC X(8)  VALUE " |    WV".
           02 FILLER PIC X(8)  VALUE " |    D2".
           02 FILLER PIC X(9)  VALUE " | TOTAAL".
       01  LOCATIEREGEL.
           02 L-NR     PIC X(6).
           02 FILLER   PIC X(3) VALUE " | ".
           02 L-NAAM   PIC X(30).
           02 FILLER   PIC X(3) VALUE " | ".
           02 L-HM     PIC ZZZZ9.
           02 FILLER   PIC X(3) VALUE " | ".
           02 L-WV     PIC ZZZZ9.
           02 FILLER   PIC X(3) VALUE " | ".
           02 L-D2     PIC ZZZZ9.
           02 FILLER   PIC X(3) VALUE " | ".
           02 L-TOTAAL PIC ZZZZ9.
           02 FILLER   PIC X VALUE SPACE.
           02 L-MELDING PIC X(12).
       01  WAARDEREGEL.
           02 W-NR     PIC X(6).
           02 FILLER   PIC X(3) VALUE " | ".
                       PERFORM EXPORTEER-CSV
                   ELSE IF MODUS-WAARDERING
                       PERFORM PRINTWAARDERING
                   ELSE IF MODUS-LOCATIES
                       PERFORM PRINTLOCATIES
                   ELSE
                       PERFORM PRINTSTOCK
                   END-IF
                   END-IF
               END-IF
               PERFORM SLUITBESTAND
               MOVE 0 TO RETURN-CODE
           PERFORM TOON-MODUSFOUT THRU VRAAG-MODUS UNTIL MODUS-GELDIG.

       TOON-MODUSFOUT.
           DISPLAY "KIES EEN WAARDE TUSSEN 1 EN 5!".

       VRAAG-MODUS.
           DISPLAY "1. VOLLEDIGE STOCKLIJST"
           DISPLAY "2. HERBEVOORRADINGSLIJST (ONDER DE DREMPEL)"
           DISPLAY "3. CSV-EXPORT VAN DE STOCKLIJST"
           DISPLAY "4. VOORRAADWAARDERING (AANKOOPPRIJS)"
           DISPLAY "5. STOCK PER LOCATIE"
           ACCEPT MODUS.

       PRINTSTOCK.
               DISPLAY WAARDEREGEL
           END-IF.

      * STOCK PER LOCATIE: PER PRODUCT HET AANTAL IN HET
      * HOOFDMAGAZIJN, OP DE WINKELVLOER EN IN HET TWEEDE DEPOT,
      * NAAST HET TOTAAL (INSTOCK). VOORRAAD ZONDER LOCATIERECORDS
      * (VAN VOOR DE LOCATIE-INVOERING) STAAT IN HET
      * HOOFDMAGAZIJN. KOMT DE SOM OVER DE LOCATIES BOVEN INSTOCK
      * UIT, DAN WORDT DE REGEL GEMARKEERD.
       PRINTLOCATIES.
           DISPLAY "STOCK PER LOCATIE"
           OPEN INPUT STOCKLOCATIES
           DISPLAY LOCATIEKOP
           PERFORM PRINT-EEN-LOCATIEREGEL UNTIL STOPLEZEN
           CLOSE STOCKLOCATIES.

       PRINT-EEN-LOCATIEREGEL.
           READ Stock AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE ZEROS TO WS-HM-AANTAL WS-WV-AANTAL WS-D2-AANTAL
               MOVE ZEROS TO WS-LOC-TOTAAL
               MOVE "N" TO LOCATIEGEDAAN
               MOVE NR TO SL-NR
               MOVE LOW-VALUES TO SL-LOCATIE
               START STOCKLOCATIES KEY IS NOT LESS THAN SL-SLEUTEL
                   INVALID KEY MOVE "J" TO LOCATIEGEDAAN
               END-START
               PERFORM LEES-EEN-LOCATIE UNTIL STOPLEZENLOCATIES
               MOVE SPACES TO L-MELDING
               IF WS-LOC-TOTAAL < INSTOCK
                   COMPUTE WS-HM-AANTAL = WS-HM-AANTAL + INSTOCK
                                        - WS-LOC-TOTAAL
               ELSE IF WS-LOC-TOTAAL > INSTOCK
                   MOVE "LOC > TOTAAL" TO L-MELDING
               END-IF
               END-IF
               MOVE NR TO L-NR
               MOVE NAAM TO L-NAAM
               MOVE WS-HM-AANTAL TO L-HM
               MOVE WS-WV-AANTAL TO L-WV
               MOVE WS-D2-AANTAL TO L-D2
               MOVE INSTOCK TO L-TOTAAL
               DISPLAY LOCATIEREGEL
           END-IF.

       LEES-EEN-LOCATIE.
           READ STOCKLOCATIES NEXT RECORD
               AT END MOVE "J" TO LOCATIEGEDAAN
           END-READ
           IF NOT STOPLEZENLOCATIES
               IF SL-NR NOT = NR
                   MOVE "J" TO LOCATIEGEDAAN
               ELSE
                   ADD SL-AANTAL TO WS-LOC-TOTAAL
                   IF SL-LOCATIE = "HM"
                       ADD SL-AANTAL TO WS-HM-AANTAL
                   ELSE IF SL-LOCATIE = "WV"
                       ADD SL-AANTAL TO WS-WV-AANTAL
                   ELSE IF SL-LOCATIE = "D2"
                       ADD SL-AANTAL TO WS-D2-AANTAL
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       EXPORTEER-CSV.
           OPEN OUTPUT CSVBESTAND
           PERFORM EXPORTEER-EEN-PRODUCT UNTIL STOPLEZEN
