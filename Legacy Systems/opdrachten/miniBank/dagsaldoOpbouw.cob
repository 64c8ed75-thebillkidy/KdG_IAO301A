      ************************************************************
      * DAGSALDOOPBOUW
      *
      * NACHTELIJKE BATCHJOB, NA DE DAGAFSLUITING: LEGT VOOR ELKE
      * REKENING IN "BESTANDEN/SALDO" HET EINDSALDO VAN DE
      * AFGESLOTEN BEDRIJFSDAG VAST IN HET GEINDEXEERDE
      * DAGSALDIBESTAND "BESTANDEN/DAGSALDI", GESLEUTELD OP
      * REKENINGNUMMER + DATUM.
      *
      * DE RENTEBEREKENING REKENT MET DEZE DAGSALDI (METHODE VAN
      * DE "GETALLEN"): ELK DAGSALDO GELDT TOT DE VOLGENDE
      * BEDRIJFSDAG, DUS HET SALDO VAN EEN VRIJDAG TELT OOK VOOR
      * ZATERDAG EN ZONDAG.
      *
      * EEN HERSTART VAN DE NACHTVERWERKING OP DEZELFDE DAG
      * OVERSCHRIJFT HET RECORD VAN DIE DAG GEWOON OPNIEUW
      * (WRITE, ANDERS REWRITE), ZODAT ER NOOIT TWEE DAGSALDI
      * VOOR DEZELFDE REKENING EN DAG ONTSTAAN.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAGSALDOOPBOUW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALDI ASSIGN TO "BESTANDEN/SALDO"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SALDO-NR.
           SELECT OPTIONAL DAGSALDI
                  ASSIGN TO "BESTANDEN/DAGSALDI"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS DS-SLEUTEL.

           SELECT OPTIONAL BEDRIJFSDATUM
                  ASSIGN TO "BESTANDEN/BEDRIJFSDATUM"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALDI BLOCK CONTAINS 10 RECORDS.
       01  SALDOREC.
           02 SALDO-NR PIC 9(7).
           02 SALDO-TEKEN PIC X.
               88 SALDO-POSITIEF VALUE "+".
               88 SALDO-NEGATIEF VALUE "-".
           02 SALDO-BEDRAG.
               03 SALDO-GEHEEL    PIC 9(7).
               03 SALDO-DECIMAAL  PIC 9(2).
           02 KREDIETLIMIET.
               03 KREDIET-GEHEEL   PIC 9(7).
               03 KREDIET-DECIMAAL PIC 9(2).
           02 BLOK-STATUS PIC X.
               88 BLOK-VRIJ     VALUES " " "V".
               88 BLOK-DEBET    VALUE "D".
               88 BLOK-VOLLEDIG VALUE "B".
           02 BLOK-DATUM PIC 9(8).
           02 BLOK-REDEN PIC X(30).

      * EEN DAGSALDO PER REKENING PER AFGESLOTEN BEDRIJFSDAG.
       FD  DAGSALDI BLOCK CONTAINS 10 RECORDS.
       01  DAGSALDOREC.
           02 DS-SLEUTEL.
               03 DS-REKENING PIC 9(7).
               03 DS-DATUM    PIC 9(8).
           02 DS-TEKEN PIC X.
               88 DS-POSITIEF VALUE "+".
               88 DS-NEGATIEF VALUE "-".
           02 DS-BEDRAG.
               03 DS-GEHEEL    PIC 9(7).
               03 DS-DECIMAAL  PIC 9(2).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-VANDAAG      PIC 9(8).
       77  GEDAAN          PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  WS-AANTAL-REGELS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           PERFORM VERWERK-SALDI UNTIL STOPLEZEN
           PERFORM SLUITBESTAND
           DISPLAY "DAGSALDOOPBOUW: " WS-AANTAL-REGELS
                   " DAGSALDI VASTGELEGD VOOR " WS-VANDAAG
           MOVE 0 TO RETURN-CODE
           GOBACK.

       INITIALISEER.
           MOVE "N" TO GEDAAN
           MOVE ZEROS TO WS-AANTAL-REGELS
           PERFORM LEES-BEDRIJFSDATUM
           OPEN INPUT SALDI
           OPEN I-O DAGSALDI.

       VERWERK-SALDI.
           READ SALDI NEXT RECORD AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               PERFORM SCHRIJF-DAGSALDO
           END-IF.

      * EEN SALDORECORD ZONDER GELDIG TEKEN (VAN VOOR DE INVOERING
      * VAN HET TEKENVELD) TELT ALS POSITIEF, NET ALS IN DE
      * SALDOCONTROLE.
       SCHRIJF-DAGSALDO.
           MOVE SALDO-NR TO DS-REKENING
           MOVE WS-VANDAAG TO DS-DATUM
           IF SALDO-NEGATIEF
               SET DS-NEGATIEF TO TRUE
           ELSE
               SET DS-POSITIEF TO TRUE
           END-IF
           MOVE SALDO-GEHEEL TO DS-GEHEEL
           MOVE SALDO-DECIMAAL TO DS-DECIMAAL
           WRITE DAGSALDOREC
               INVALID KEY REWRITE DAGSALDOREC
           END-WRITE
           ADD 1 TO WS-AANTAL-REGELS.

       SLUITBESTAND.
           CLOSE SALDI
           CLOSE DAGSALDI.

      * DE VERWERKINGSDATUM IS DE OPEN BEDRIJFSDAG UIT
      * "BESTANDEN/BEDRIJFSDATUM" (DOORGEROLD DOOR DE
      * NACHTVERWERKING), NIET DE KLOK. ZOLANG HET BESTAND
      * ONTBREEKT GELDT DE KALENDERDATUM.
       LEES-BEDRIJFSDATUM.
           OPEN INPUT BEDRIJFSDATUM
           READ BEDRIJFSDATUM
               AT END MOVE ZEROS TO BEDRIJFSDATUMREGEL
           END-READ
           CLOSE BEDRIJFSDATUM
           IF BEDRIJFSDATUMREGEL IS NUMERIC
                   AND BEDRIJFSDATUMREGEL > 0
               MOVE BEDRIJFSDATUMREGEL TO WS-VANDAAG
           ELSE
               ACCEPT WS-VANDAAG FROM DATE
      * JAAR 2000 PROBLEEM OPLOSSEN!
               ADD 20000000 TO WS-VANDAAG
           END-IF.
