      *   KOSTAFHALING  PER LOKETAFHALING, IN CENTEN
      *   KOSTUITTREK   PER PAPIEREN UITTREKSEL, IN CENTEN
      *   KOSTMAAND     VASTE BEHEERSKOST PER MAAND, IN CENTEN
      * GELDOPNAMES EN KAARTBETALINGEN VIA HET KAARTNETWERK
      * (AFHALINGEN NAAR DE NETWERKREKENING, PARAMETER
      * NETWERKREK) ZIJN GEEN LOKETAFHALINGEN EN KOSTEN NIETS.
      *
      * DEZELFDE HERSTARTBEVEILIGING ALS RENTEBEREKENING: VOOR ER
      * GEBOEKT WORDT CONTROLEERT DE JOB OF ER VOOR DE REKENING
      * DAGAFSLUITING EN REKENINGUITTREKSEL NEMEN SOORT 6 GEWOON
      * MEE, ZODAT DE KLANT DE KOSTEN OP ZIJN UITTREKSEL ZIET.
      *
      * SLAPENDE REKENINGEN (ZIE SLAPENDEREKENINGEN) KRIJGEN GEEN
      * KOSTEN AANGEREKEND, OOK GEEN VASTE BEHEERSKOST.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KOSTENBEREKENING.
           02 KLANT-STATUS   PIC X.
               88 KLANT-ACTIEF   VALUE "A".
               88 KLANT-INACTIEF VALUE "I".
           02 RIJKSREGISTERNR PIC 9(11).
           02 GEBOORTEDATUM   PIC 9(8).

       FD  SALDI BLOCK CONTAINS 10 RECORDS.
       01  SALDOREC.
           02 TIJD PIC 9(6).
           02 OPDRACHT-REF PIC 9(5).
           02 FIAT-ID PIC X(4).
           02 UITVOERDER PIC 9(7).
           02 MUNT PIC X(3).
           02 VREEMD-BEDRAG.
               03 VREEMD-GEHEEL PIC 9(7).
               03 VREEMD-DECIMAAL PIC 9(2).
           02 KOERS PIC 9(3)V9(6).

       FD  HISTORIE BLOCK CONTAINS 10 RECORDS.
       01  HISTORIEREC.
           02 HIST-MEDEDELING PIC X(50).
           02 HIST-BRON-VOLGNR PIC 9(6).
           02 HIST-TIJD PIC 9(6).
           02 HIST-HERKOMST PIC X.
               88 HIST-KLANT      VALUE "K".
               88 HIST-NIET-KLANT VALUE "N".

       FD  UITTREKSELADMIN BLOCK CONTAINS 10 RECORDS.
       01  ADMINREC.
           02 REK-STATUS PIC X.
               88 REK-ACTIEF   VALUE "A".
               88 REK-INACTIEF VALUE "I".
               88 REK-SLAPEND  VALUE "S".

       FD  CHECKPUNT.
       01  CHECKPUNTREGEL PIC 9(7).
       77  WS-KOSTAFHALING-CENTEN PIC 9(9) VALUE 50.
       77  WS-KOSTUITTREK-CENTEN  PIC 9(9) VALUE 100.
       77  WS-KOSTMAAND-CENTEN    PIC 9(9) VALUE 150.
       77  WS-NETWERKREK          PIC 9(7) VALUE 9999997.
       77  WS-SALDO-CENTEN   PIC S9(9).
       77  WS-KOSTEN-CENTEN  PIC 9(9).
       77  GEDAAN            PIC X(1).
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-KOSTMAAND-CENTEN
           END-IF
           MOVE "NETWERKREK" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-NETWERKREK
           END-IF
           CLOSE PARAMETERS.

       LEES-CHECKPUNT.
           IF NOT STOPLEZEN
               PERFORM SCHRIJF-CHECKPUNT
               IF KLANT-ACTIEF
                   PERFORM LEES-KLANTREKENING
               END-IF
               IF KLANT-ACTIEF AND NOT REK-SLAPEND
                   MOVE NR TO WS-KOSTEN-REKENING
                   PERFORM VERWERK-EEN-REKENING
               END-IF
           END-IF.

      * DE ZICHTREKENING VAN DE KLANT (REK-NR = KLANTNUMMER) KAN
      * SLAPEND STAAN; OUDE KLANTEN ZONDER REKENINGRECORD TELLEN
      * ALS ACTIEF.
       LEES-KLANTREKENING.
           MOVE NR TO REK-NR
           READ REKENINGEN
               INVALID KEY SET REK-ACTIEF TO TRUE
           END-READ.

      * NA DE KLANTENRONDE KRIJGEN OOK DE BIJKOMENDE REKENINGEN
      * (REK-NR VERSCHILLEND VAN REK-KLANT) HUN KOSTEN; DE
      * CONTROLE OP REEDS GEBOEKTE KOSTEN BESCHERMT DEZE RONDE
               END-IF
           END-IF.

      * TELT DE LOKETAFHALINGEN (SOORT 3, AF-KANT, NIET NAAR DE
      * NETWERKREKENING) VAN DE VOORBIJE MAAND UIT DE HISTORIE.
       TEL-AFHALINGEN.
           MOVE ZEROS TO WS-AFHALING-CNT
           MOVE "N" TO WS-HIST-GEDAAN
                   MOVE "J" TO WS-HIST-GEDAAN
               ELSE
                   IF HIST-SOORT = 3 AND HIST-AF
                           AND HIST-TEGENREKENING NOT = WS-NETWERKREK
                       ADD 1 TO WS-AFHALING-CNT
                   END-IF
               END-IF
