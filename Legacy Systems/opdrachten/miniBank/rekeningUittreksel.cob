      *                IN CENTEN) + TEGENREKENING(7)
      *                + MEDEDELING(50)
      *
      * SLAPENDE REKENINGEN (ZIE SLAPENDEREKENINGEN) KRIJGEN GEEN
      * UITTREKSEL MEER; HUN BEWEGINGEN KOMEN OP HET EERSTE
      * UITTREKSEL NA DE REACTIVERING.
      *
      * NA EEN HISTORIERETENTIE KAN DE HISTORIE VAN EEN REKENING
      * BEGINNEN MET EEN BEGINSALDOREGEL (SOORT 0) OP DE
      * GRENSDATUM. LIGT DIE NA HET VORIGE UITTREKSEL, DAN ZIJN DE
      * BEWEGINGEN DAARTUSSEN GEARCHIVEERD EN VERTREKT HET
      * UITTREKSEL VAN DAT BEGINSALDO IN PLAATS VAN VAN HET
      * EINDSALDO IN DE UITTREKSELADMIN. DE REGEL ZELF IS GEEN
      * BEWEGING EN KOMT NIET ALS DETAIL OP HET UITTREKSEL.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REKENINGUITTREKSEL.
           02 KLANT-STATUS   PIC X.
               88 KLANT-ACTIEF   VALUE "A".
               88 KLANT-INACTIEF VALUE "I".
           02 RIJKSREGISTERNR PIC 9(11).
           02 GEBOORTEDATUM   PIC 9(8).

       FD  SALDI BLOCK CONTAINS 10 RECORDS.
       01  SALDOREC.
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

       FD  UITTREKSELS.
       01  UITTREKSELLIJN PIC X(90).
       77  WS-SALDO-CENTEN PIC S9(9).
       77  WS-BEDRAG-CENTEN PIC 9(9).
       77  WS-LIVE-CENTEN  PIC S9(9).
       77  WS-BEGIN-CENTEN PIC S9(9).
       77  WS-BEGIN-DATUM  PIC 9(8).
       77  WS-AANTAL-BEWEGINGEN PIC 9(5).
       77  WS-AANTAL-UITTREKSELS PIC 9(5) VALUE ZERO.
       77  WS-BEDRAG-PRINT PIC -(7)9,99.
           READ KLANTEN NEXT RECORD AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND KLANT-ACTIEF
               PERFORM LEES-KLANTREKENING
               IF NOT REK-SLAPEND
                   MOVE NR TO WS-REKENING
                   PERFORM MAAK-UITTREKSEL
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

      * DE BIJKOMENDE REKENINGEN UIT HET REKENINGENBESTAND
      * (REK-NR VERSCHILLEND VAN REK-KLANT) KRIJGEN NA DE
      * KLANTENRONDE HUN EIGEN UITTREKSEL, OP NAAM VAN DE
      * REKENING ZONDER BEWEGINGEN GEEN UITTREKSELNUMMER VERBRUIKT.
       TEL-BEWEGINGEN.
           MOVE ZEROS TO WS-AANTAL-BEWEGINGEN
           MOVE ZEROS TO WS-BEGIN-DATUM
           COMPUTE WS-BEGIN-CENTEN =
                   ADM-SALDO-GEHEEL * 100 + ADM-SALDO-DECIMAAL
           IF ADM-NEGATIEF
               COMPUTE WS-BEGIN-CENTEN = 0 - WS-BEGIN-CENTEN
           END-IF
           MOVE "N" TO WS-HIST-GEDAAN
           PERFORM START-HISTORIE
           PERFORM TEL-EEN-BEWEGING UNTIL HIST-KLAAR.
               IF HIST-REKENING NOT = WS-REKENING
                       OR HIST-DATUM > WS-VANDAAG
                   MOVE "J" TO WS-HIST-GEDAAN
               ELSE IF HIST-SOORT = 0
                   PERFORM NEEM-BEGINSALDO
               ELSE
                   ADD 1 TO WS-AANTAL-BEWEGINGEN
               END-IF
               END-IF
           END-IF.

      * BEGINSALDO OP DE GRENSDATUM VAN DE HISTORIERETENTIE; HET
      * VERVANGT HET EINDSALDO VAN HET VORIGE UITTREKSEL.
       NEEM-BEGINSALDO.
           MOVE HIST-DATUM TO WS-BEGIN-DATUM
           COMPUTE WS-BEGIN-CENTEN = HIST-GEHEEL * 100 + HIST-DECIMAAL
           IF HIST-AF
               COMPUTE WS-BEGIN-CENTEN = 0 - WS-BEGIN-CENTEN
           END-IF.

       SCHRIJF-UITTREKSEL.
           WRITE UITTREKSELLIJN
           MOVE KOPREGEL TO UITTREKSELLIJN
           WRITE UITTREKSELLIJN
           IF WS-BEGIN-DATUM > 0
               MOVE SPACES TO UITTREKSELLIJN
               STRING "(OUDERE BEWEGINGEN GEARCHIVEERD, BEGINSALDO PER "
                      WS-BEGIN-DATUM ")"
                      DELIMITED BY SIZE INTO UITTREKSELLIJN
               WRITE UITTREKSELLIJN
           END-IF
           MOVE WS-BEGIN-CENTEN TO WS-SALDO-CENTEN
           MOVE "BEGINSALDO" TO S-OMSCHRIJVING
           MOVE WS-SALDO-CENTEN TO S-BEDRAG
           MOVE SALDOREGEL TO UITTREKSELLIJN
               IF HIST-REKENING NOT = WS-REKENING
                       OR HIST-DATUM > WS-VANDAAG
                   MOVE "J" TO WS-HIST-GEDAAN
               ELSE IF HIST-SOORT = 0
                   CONTINUE
               ELSE
                   COMPUTE WS-BEDRAG-CENTEN =
                           HIST-GEHEEL * 100 + HIST-DECIMAAL
                   MOVE BEWEGINGSREGEL TO UITTREKSELLIJN
                   WRITE UITTREKSELLIJN
               END-IF
               END-IF
           END-IF.

      * SCHRIJFT HET MACHINELEESBARE UITTREKSEL VOOR EEN REKENING
      * MET DE ELEKTRONISCH-VLAG: EEN BESTAND PER REKENING PER
      * RUN, MET DEZELFDE PERIODE EN HETZELFDE NUMMER ALS HET
      * PAPIEREN UITTREKSEL DAT ZONET GESCHREVEN WERD. HET
      * EINDSALDO STAAT OP DAT MOMENT NOG IN WS-SALDO-CENTEN, HET
      * BEGINSALDO IN WS-BEGIN-CENTEN (ZIE TEL-BEWEGINGEN).
       SCHRIJF-E-UITTREKSEL.
           MOVE WS-SALDO-CENTEN TO WS-EIND-CENTEN
           MOVE SPACES TO WS-EUITTREKSELNAAM
           MOVE WS-REKENING TO EK-REKENING
           MOVE ADM-JAAR TO EK-JAAR
           MOVE ADM-VOLGNR TO EK-VOLGNR
           IF WS-BEGIN-CENTEN < 0
               MOVE "-" TO EK-BEGIN-TEKEN
               COMPUTE EK-BEGIN = 0 - WS-BEGIN-CENTEN
           ELSE
               MOVE "+" TO EK-BEGIN-TEKEN
               MOVE WS-BEGIN-CENTEN TO EK-BEGIN
           END-IF
           IF WS-EIND-CENTEN < 0
               MOVE "-" TO EK-EIND-TEKEN
               COMPUTE EK-EIND = 0 - WS-EIND-CENTEN
               IF HIST-REKENING NOT = WS-REKENING
                       OR HIST-DATUM > WS-VANDAAG
                   MOVE "J" TO WS-HIST-GEDAAN
               ELSE IF HIST-SOORT = 0
                   CONTINUE
               ELSE
                   MOVE SPACES TO EREGEL
                   MOVE "D" TO ED-TYPE
                   MOVE HIST-MEDEDELING TO ED-MEDEDELING
                   WRITE EREGEL
               END-IF
               END-IF
           END-IF.

       CONTROLEER-EINDSALDO.
