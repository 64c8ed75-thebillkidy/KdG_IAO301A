      *   - PRODUCTEN MET EEN LEV-NR DAT NIET IN HET
      *     LEVERANCIERSBESTAND STAAT;
      *   - OPEN BESTELLINGEN OP GEWISTE PRODUCTEN.
      * DE CLEARING-TUSSENREKENING (PARAMETER CLEARINGREK), DE
      * LENINGEN-TUSSENREKENING (PARAMETER LENINGREK) EN DE
      * AFREKENINGSREKENING VAN HET KAARTNETWERK (PARAMETER
      * NETWERKREK) HEBBEN BEWUST GEEN KLANT EN WORDEN
      * OVERGESLAGEN.
      *
      * DE JOB RAPPORTEERT ALLEEN EN HERSTELT NIETS; DE UITKOMST
      * STAAT IN HET RAPPORT EN DE STAP-REGEL IN HET NACHTLOG
           02 KLANT-STATUS   PIC X.
               88 KLANT-ACTIEF   VALUE "A".
               88 KLANT-INACTIEF VALUE "I".
           02 RIJKSREGISTERNR PIC 9(11).
           02 GEBOORTEDATUM   PIC 9(8).

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REKENINGREC.
           02 REK-STATUS PIC X.
               88 REK-ACTIEF   VALUE "A".
               88 REK-INACTIEF VALUE "I".
               88 REK-SLAPEND  VALUE "S".

       FD  OPDRACHTEN BLOCK CONTAINS 10 RECORDS.
       01  OPDRACHT.
           02 LEV-STATUS PIC X.
               88 LEV-ACTIEF   VALUE "A".
               88 LEV-INACTIEF VALUE "I".
           02 LEV-REKENING.
               03 LEV-REK-DEEL1 PIC 9(3).
               03 LEV-REK-DEEL2 PIC 9(7).
               03 LEV-REK-DEEL3 PIC 9(2).

       FD  BESTELLINGEN BLOCK CONTAINS 10 RECORDS.
       01  BESTELLING.
       77  GEDAAN          PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  WS-CLEARINGREK PIC 9(7) VALUE 9999999.
       77  WS-LENINGREK PIC 9(7) VALUE 9999998.
       77  WS-NETWERKREK PIC 9(7) VALUE 9999997.
       77  WS-AANTAL-AFWIJKINGEN PIC 9(5) VALUE ZERO.
       77  WS-CONTROLE-NR PIC 9(7).
       77  WS-EIGENAAR-VLAG PIC X.
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-CLEARINGREK
           END-IF
           MOVE "LENINGREK" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-LENINGREK
           END-IF
           MOVE "NETWERKREK" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-NETWERKREK
           END-IF
           CLOSE PARAMETERS.

      * ELK SALDORECORD MOET BIJ EEN REKENING MET EEN BESTAANDE
      * EIGENAAR HOREN, OF (OUDE REGEL) RECHTSTREEKS BIJ EEN
      * KLANT; DE CLEARING- EN DE LENINGEN-TUSSENREKENING EN DE
      * NETWERKREKENING ZIJN DE ENIGE BEWUSTE UITZONDERINGEN.
       CONTROLEER-SALDO-NAAR-KLANT.
           MOVE "N" TO GEDAAN
           MOVE ZEROS TO SALDO-NR
           END-READ
           IF NOT STOPLEZEN
                   AND SALDO-NR NOT = WS-CLEARINGREK
                   AND SALDO-NR NOT = WS-LENINGREK
                   AND SALDO-NR NOT = WS-NETWERKREK
               MOVE SALDO-NR TO WS-CONTROLE-NR
               PERFORM ZOEK-EIGENAAR
               IF EIGENAAR-FOUT
           READ KLANTEN
               INVALID KEY SET EIGENAAR-FOUT TO TRUE
           END-READ
           IF EIGENAAR-OK AND KLANT-INACTIEF AND NOT REK-INACTIEF
               SET EIGENAAR-FOUT TO TRUE
           END-IF.

           END-READ
           IF NOT STOPLEZEN
                   AND ADM-REKENING NOT = WS-CLEARINGREK
                   AND ADM-REKENING NOT = WS-LENINGREK
                   AND ADM-REKENING NOT = WS-NETWERKREK
               MOVE ADM-REKENING TO WS-CONTROLE-NR
               PERFORM ZOEK-EIGENAAR
               IF EIGENAAR-FOUT
