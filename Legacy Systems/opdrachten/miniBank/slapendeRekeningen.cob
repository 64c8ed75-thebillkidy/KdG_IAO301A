      ************************************************************
      * SLAPENDEREKENINGEN
      *
      * JAARLIJKSE BATCHJOB (LOS VAN DE NACHTVERWERKING, ZOALS
      * RENTEBEREKENING EN KOSTENBEREKENING): ZOEKT DE REKENINGEN
      * WAAROP DE KLANT AL SLAAPJAREN JAAR (PARAMETER, STANDAARD
      * 5) ZELF GEEN BEWEGING MEER DEED EN ZET ZE OP SLAPEND
      * (REK-STATUS "S" IN "BESTANDEN/REKENINGEN").
      *
      * ALS BEWEGING DOOR DE KLANT TELT ELKE HISTORIEREGEL MET
      * HERKOMST "K" (ZIE HISTORIEOPBOUW): EEN LOKETSTORTING, EEN
      * LOKETAFHALING OF EEN OVERSCHRIJVING DIE DE KLANT ZELF
      * GAF. RENTE, KOSTEN, DOORLOPENDE OPDRACHTEN, DOMICILIERINGEN
      * EN ONTVANGEN OVERSCHRIJVINGEN HOUDEN EEN REKENING DUS NIET
      * WAKKER. OUDERE HISTORIEREGELS ZONDER HERKOMST WORDEN OP
      * SOORT EN RICHTING BEOORDEELD (STORTING, AFHALING OF DE
      * AF-KANT VAN EEN OVERSCHRIJVING).
      *
      * EEN REKENING DIE JONGER IS DAN DE TERMIJN WORDT NIET
      * SLAPEND, EVENMIN ALS DE INTERNE TUSSENREKENINGEN
      * (CLEARINGREK, LENINGREK, FIRMAREK, NETWERKREK).
      * KLANTREKENINGEN VAN VOOR HET REKENINGENBESTAND (ZONDER
      * REKENINGRECORD) VALLEN BUITEN DEZE JOB.
      *
      * EEN SLAPENDE REKENING KRIJGT GEEN KOSTEN (KOSTENBEREKENING)
      * EN GEEN PAPIEREN UITTREKSELS (REKENINGUITTREKSEL) MEER,
      * MAAR WEL NOG RENTE. ELKE LOKETVERRICHTING EROP VRAAGT EERST
      * EEN REACTIVERING DOOR EEN SUPERVISOR (ZIE VERRICHTING).
      *
      * DE LIJST "BESTANDEN/SLAPENDEREKENINGEN.JJJJMMDD" VOOR DE
      * TOEZICHTHOUDER BEVAT ALLE SLAPENDE REKENINGEN (DE NIEUWE
      * GEMARKEERD) MET EIGENAAR, ADRES, DATUM VAN DE LAATSTE
      * KLANTBEWEGING EN SALDO, EN DE TOTALEN. DE JOB MAG OPNIEUW
      * GEDRAAID WORDEN: REEDS SLAPENDE REKENINGEN BLIJVEN
      * ONGEWIJZIGD EN DE LIJST WORDT OPNIEUW AANGEMAAKT.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAPENDEREKENINGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR.
           SELECT OPTIONAL SALDI ASSIGN TO "BESTANDEN/SALDO"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SALDO-NR.
           SELECT OPTIONAL HISTORIE
                  ASSIGN TO "BESTANDEN/HISTORIE"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS HIST-SLEUTEL.
           SELECT OPTIONAL REKENINGEN
                  ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REK-NR.
           SELECT OPTIONAL RAPPORT
                  ASSIGN TO DYNAMIC WS-RAPPORTNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT OPTIONAL PARAMETERS
                  ASSIGN TO "BESTANDEN/PARAMETERS"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PARAM-SLEUTEL.

           SELECT OPTIONAL BEDRIJFSDATUM
                  ASSIGN TO "BESTANDEN/BEDRIJFSDATUM"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KLANTEN BLOCK CONTAINS 10 RECORDS.
       01  KLANT.
           02 NR       PIC 9(7).
           02 NAAM     PIC X(20).
           02 STRAAT   PIC X(30).
           02 POSTCODE PIC X(8).
           02 GEMEENTE PIC X(20).
           02 TEL      PIC X(13).
           02 KLANT-STATUS   PIC X.
               88 KLANT-ACTIEF   VALUE "A".
               88 KLANT-INACTIEF VALUE "I".
           02 RIJKSREGISTERNR PIC 9(11).
           02 GEBOORTEDATUM   PIC 9(8).

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

       FD  HISTORIE BLOCK CONTAINS 10 RECORDS.
       01  HISTORIEREC.
           02 HIST-SLEUTEL.
               03 HIST-REKENING PIC 9(7).
               03 HIST-DATUM    PIC 9(8).
               03 HIST-VOLGNR   PIC 9(4).
           02 HIST-SOORT PIC 9.
           02 HIST-RICHTING PIC X.
               88 HIST-AF  VALUE "A".
               88 HIST-BIJ VALUE "B".
           02 HIST-TEGENREKENING PIC 9(7).
           02 HIST-BEDRAG.
               03 HIST-GEHEEL   PIC 9(7).
               03 HIST-DECIMAAL PIC 9(2).
           02 HIST-MEDEDELING PIC X(50).
           02 HIST-BRON-VOLGNR PIC 9(6).
           02 HIST-TIJD PIC 9(6).
           02 HIST-HERKOMST PIC X.
               88 HIST-KLANT      VALUE "K".
               88 HIST-NIET-KLANT VALUE "N".

       FD  REKENINGEN BLOCK CONTAINS 10 RECORDS.
       01  REKENINGREC.
           02 REK-NR     PIC 9(7).
           02 REK-KLANT  PIC 9(7).
           02 REK-SOORT  PIC X.
               88 REK-ZICHT VALUE "Z".
               88 REK-SPAAR VALUE "S".
           02 REK-OPENDATUM PIC 9(8).
           02 REK-STATUS PIC X.
               88 REK-ACTIEF   VALUE "A".
               88 REK-INACTIEF VALUE "I".
               88 REK-SLAPEND  VALUE "S".

       FD  RAPPORT.
       01  RAPPORTLIJN PIC X(100).

       FD PARAMETERS BLOCK CONTAINS 10 RECORDS.
       01  PARAMETER.
           02 PARAM-SLEUTEL.
               03 P-NAAM         PIC X(12).
               03 P-INGANGSDATUM PIC 9(8).
           02 P-WAARDE PIC 9(9).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-RAPPORTNAAM  PIC X(44).
       77  WS-RAPPORT-STATUS PIC XX.
           88 WS-RAPPORT-OK VALUES "00" "05".
       77  WS-FOUTVLAG     PIC X VALUE "N".
           88 WS-OPENFOUT VALUE "J".
       77  WS-VANDAAG      PIC 9(8).
       77  WS-REK-GEDAAN   PIC X.
           88 REK-KLAAR VALUE "J".
       77  WS-HIST-GEDAAN  PIC X.
           88 HIST-KLAAR VALUE "J".
       77  WS-SLAAPJAREN   PIC 9(2) VALUE 5.
       77  WS-CLEARINGREK  PIC 9(7) VALUE 9999999.
       77  WS-LENINGREK    PIC 9(7) VALUE 9999998.
       77  WS-FIRMAREK     PIC 9(7) VALUE 0.
       77  WS-NETWERKREK   PIC 9(7) VALUE 9999997.
       77  WS-LAATSTE-DATUM PIC 9(8).
       77  WS-NIEUW-VLAG   PIC X.
           88 NIEUW-SLAPEND VALUE "J".
       77  WS-SALDO-CENTEN PIC S9(11).
       77  WS-TOTAAL-CENTEN PIC S9(13) VALUE ZERO.
       77  WS-AANTAL-SLAPEND PIC 9(5) VALUE ZERO.
       77  WS-AANTAL-NIEUW   PIC 9(5) VALUE ZERO.
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
       77  WS-PARAM-GEVONDEN-VLAG PIC X.
           88 PARAM-GEVONDEN VALUE "J".
       77  WS-PARAM-GEDAAN PIC X.
           88 PARAM-KLAAR VALUE "J".
      * GRENSDATUM: VANDAAG MIN SLAAPJAREN JAAR. EEN KLANTBEWEGING
      * OP OF NA DEZE DATUM HOUDT DE REKENING WAKKER.
       01  WS-GRENSDATUM.
           02 WS-GRENS-JAAR PIC 9(4).
           02 WS-GRENS-MMDD PIC 9(4).
       01  WS-GRENSDATUM-N REDEFINES WS-GRENSDATUM PIC 9(8).
       01  LIJSTREGEL.
           02 L-REKENING  PIC 9(7).
           02 FILLER      PIC X(3) VALUE " | ".
           02 L-KLANT     PIC 9(7).
           02 FILLER      PIC X(3) VALUE " | ".
           02 L-NAAM      PIC X(20).
           02 FILLER      PIC X(3) VALUE " | ".
           02 L-OPENDATUM PIC 9(8).
           02 FILLER      PIC X(3) VALUE " | ".
           02 L-LAATSTE   PIC X(8).
           02 FILLER      PIC X(3) VALUE " | ".
           02 L-SALDO     PIC -(9)9,99.
           02 FILLER      PIC X(3) VALUE " | ".
           02 L-NIEUW     PIC X(5).
       01  ADRESREGEL.
           02 FILLER      PIC X(20) VALUE SPACES.
           02 A-STRAAT    PIC X(30).
           02 FILLER      PIC X VALUE SPACE.
           02 A-POSTCODE  PIC X(8).
           02 FILLER      PIC X VALUE SPACE.
           02 A-GEMEENTE  PIC X(20).
       01  TOTAALREGEL.
           02 T-OMSCHRIJVING PIC X(40).
           02 T-AANTAL       PIC ZZZZ9.
           02 FILLER         PIC X(3) VALUE SPACES.
           02 T-BEDRAG       PIC -(11)9,99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           IF WS-OPENFOUT
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VERWERK-EEN-REKENING UNTIL REK-KLAAR
               PERFORM SCHRIJF-TOTALEN
               PERFORM SLUITBESTAND
               DISPLAY "SLAPENDEREKENINGEN: " WS-AANTAL-SLAPEND
                       " SLAPENDE REKENINGEN, WAARVAN "
                       WS-AANTAL-NIEUW " NIEUW"
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALISEER.
           PERFORM LEES-BEDRIJFSDATUM
           PERFORM LEES-PARAMETERS
           MOVE WS-VANDAAG TO WS-GRENSDATUM-N
           SUBTRACT WS-SLAAPJAREN FROM WS-GRENS-JAAR
           IF WS-GRENS-MMDD = 0229
               MOVE 0228 TO WS-GRENS-MMDD
           END-IF
           STRING "BESTANDEN/SLAPENDEREKENINGEN." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-RAPPORTNAAM
           OPEN OUTPUT RAPPORT
           IF NOT WS-RAPPORT-OK
               SET WS-OPENFOUT TO TRUE
           ELSE
               PERFORM SCHRIJF-KOP
               OPEN INPUT KLANTEN
               OPEN INPUT SALDI
               OPEN INPUT HISTORIE
               OPEN I-O REKENINGEN
               MOVE "N" TO WS-REK-GEDAAN
               MOVE ZEROS TO REK-NR
               START REKENINGEN KEY IS NOT LESS THAN REK-NR
                   INVALID KEY MOVE "J" TO WS-REK-GEDAAN
               END-START
           END-IF.

       LEES-PARAMETERS.
           OPEN INPUT PARAMETERS
           MOVE "SLAAPJAREN" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN AND WS-PARAM-WAARDE > 0
               MOVE WS-PARAM-WAARDE TO WS-SLAAPJAREN
           END-IF
           MOVE "CLEARINGREK" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-CLEARINGREK
           END-IF
           MOVE "LENINGREK" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-LENINGREK
           END-IF
           MOVE "FIRMAREK" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-FIRMAREK
           END-IF
           MOVE "NETWERKREK" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-NETWERKREK
           END-IF
           CLOSE PARAMETERS.

       SCHRIJF-KOP.
           MOVE SPACES TO RAPPORTLIJN
           STRING "SLAPENDE REKENINGEN OP " WS-VANDAAG
                  " (GEEN KLANTBEWEGING SINDS " WS-GRENSDATUM-N
                  ", " WS-SLAAPJAREN " JAAR)"
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTLIJN
           STRING "REKNR   | KLANT   | NAAM"
                  "                 | GEOPEND  | LAATSTE  "
                  "|         SALDO | NIEUW"
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE ALL "-" TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

      * ALLEEN REKENINGEN DIE NOG OPEN ZIJN KOMEN IN AANMERKING;
      * EEN ACTIEVE REKENING ZONDER KLANTBEWEGING SINDS DE
      * GRENSDATUM GAAT SLAPEN, EEN REEDS SLAPENDE REKENING KOMT
      * GEWOON OP DE LIJST.
       VERWERK-EEN-REKENING.
           READ REKENINGEN NEXT RECORD
               AT END MOVE "J" TO WS-REK-GEDAAN
           END-READ
           IF NOT REK-KLAAR AND NOT REK-INACTIEF
                   AND REK-NR NOT = WS-CLEARINGREK
                   AND REK-NR NOT = WS-LENINGREK
                   AND REK-NR NOT = WS-FIRMAREK
                   AND REK-NR NOT = WS-NETWERKREK
               MOVE "N" TO WS-NIEUW-VLAG
               PERFORM ZOEK-LAATSTE-BEWEGING
               IF REK-ACTIEF
                       AND REK-OPENDATUM < WS-GRENSDATUM-N
                       AND WS-LAATSTE-DATUM < WS-GRENSDATUM-N
                   SET REK-SLAPEND TO TRUE
                   REWRITE REKENINGREC
                   SET NIEUW-SLAPEND TO TRUE
                   ADD 1 TO WS-AANTAL-NIEUW
               END-IF
               IF REK-SLAPEND
                   PERFORM SCHRIJF-LIJSTREGEL
               END-IF
           END-IF.

      * LOOPT DE VOLLEDIGE HISTORIE VAN DE REKENING AF EN HOUDT
      * DE DATUM VAN DE LAATSTE KLANTBEWEGING BIJ (NUL = GEEN).
       ZOEK-LAATSTE-BEWEGING.
           MOVE ZEROS TO WS-LAATSTE-DATUM
           MOVE "N" TO WS-HIST-GEDAAN
           MOVE REK-NR TO HIST-REKENING
           MOVE ZEROS TO HIST-DATUM
           MOVE ZEROS TO HIST-VOLGNR
           START HISTORIE KEY IS NOT LESS THAN HIST-SLEUTEL
               INVALID KEY MOVE "J" TO WS-HIST-GEDAAN
           END-START
           PERFORM LEES-EEN-BEWEGING UNTIL HIST-KLAAR.

       LEES-EEN-BEWEGING.
           READ HISTORIE NEXT RECORD
               AT END MOVE "J" TO WS-HIST-GEDAAN
           END-READ
           IF NOT HIST-KLAAR
               IF HIST-REKENING NOT = REK-NR
                   MOVE "J" TO WS-HIST-GEDAAN
               ELSE
                   IF HIST-KLANT
                       MOVE HIST-DATUM TO WS-LAATSTE-DATUM
                   ELSE
                       IF HIST-HERKOMST = SPACE
                               AND (HIST-SOORT = 2 OR HIST-SOORT = 3
                                    OR (HIST-SOORT = 1 AND HIST-AF))
                           MOVE HIST-DATUM TO WS-LAATSTE-DATUM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SCHRIJF-LIJSTREGEL.
           MOVE REK-KLANT TO NR
           READ KLANTEN
               INVALID KEY MOVE SPACES TO NAAM STRAAT POSTCODE
                                          GEMEENTE
           END-READ
           MOVE REK-NR TO SALDO-NR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           SET SALDO-POSITIEF TO TRUE
           END-READ
           COMPUTE WS-SALDO-CENTEN =
                   SALDO-GEHEEL * 100 + SALDO-DECIMAAL
           IF SALDO-NEGATIEF
               COMPUTE WS-SALDO-CENTEN = 0 - WS-SALDO-CENTEN
           END-IF
           ADD WS-SALDO-CENTEN TO WS-TOTAAL-CENTEN
           ADD 1 TO WS-AANTAL-SLAPEND
           MOVE REK-NR TO L-REKENING
           MOVE REK-KLANT TO L-KLANT
           MOVE NAAM TO L-NAAM
           MOVE REK-OPENDATUM TO L-OPENDATUM
           IF WS-LAATSTE-DATUM = 0
               MOVE "GEEN" TO L-LAATSTE
           ELSE
               MOVE WS-LAATSTE-DATUM TO L-LAATSTE
           END-IF
           MOVE WS-SALDO-CENTEN TO L-SALDO
           IF NIEUW-SLAPEND
               MOVE "NIEUW" TO L-NIEUW
           ELSE
               MOVE SPACES TO L-NIEUW
           END-IF
           MOVE LIJSTREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE STRAAT TO A-STRAAT
           MOVE POSTCODE TO A-POSTCODE
           MOVE GEMEENTE TO A-GEMEENTE
           MOVE ADRESREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

       SCHRIJF-TOTALEN.
           MOVE ALL "-" TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO TOTAALREGEL
           MOVE "SLAPENDE REKENINGEN / TOTAAL SALDO" TO T-OMSCHRIJVING
           MOVE WS-AANTAL-SLAPEND TO T-AANTAL
           MOVE WS-TOTAAL-CENTEN TO T-BEDRAG
           MOVE TOTAALREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTLIJN
           STRING "WAARVAN NIEUW SLAPEND VANDAAG:       "
                  WS-AANTAL-NIEUW
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN.

      * ZOEKT IN HET PARAMETERBESTAND DE WAARDE VAN WS-PARAM-NAAM
      * MET DE JONGSTE INGANGSDATUM DIE NIET NA VANDAAG VALT
      * (ONDERHOUD VIA PARAMETERBEHEER). NIET GEVONDEN = DE
      * INGEBOUWDE STANDAARDWAARDE BLIJFT GELDEN.
       HAAL-PARAMETER.
           MOVE "N" TO WS-PARAM-GEVONDEN-VLAG
           MOVE "N" TO WS-PARAM-GEDAAN
           MOVE WS-PARAM-NAAM TO P-NAAM
           MOVE ZEROS TO P-INGANGSDATUM
           START PARAMETERS KEY IS NOT LESS THAN PARAM-SLEUTEL
               INVALID KEY MOVE "J" TO WS-PARAM-GEDAAN
           END-START
           PERFORM LEES-PARAM-REGEL UNTIL PARAM-KLAAR.

       LEES-PARAM-REGEL.
           READ PARAMETERS NEXT RECORD
               AT END MOVE "J" TO WS-PARAM-GEDAAN
           END-READ
           IF NOT PARAM-KLAAR
               IF P-NAAM NOT = WS-PARAM-NAAM
                       OR P-INGANGSDATUM > WS-VANDAAG
                   MOVE "J" TO WS-PARAM-GEDAAN
               ELSE
                   MOVE P-WAARDE TO WS-PARAM-WAARDE
                   SET PARAM-GEVONDEN TO TRUE
               END-IF
           END-IF.

       SLUITBESTAND.
           CLOSE KLANTEN
           CLOSE SALDI
           CLOSE HISTORIE
           CLOSE REKENINGEN
           CLOSE RAPPORT.

      * DE VERWERKINGSDATUM IS DE OPEN BEDRIJFSDAG UIT
      * "BESTANDEN/BEDRIJFSDATUM" (DOORGEROLD DOOR DE
      * NACHTVERWERKING), NIET DE KLOK: EEN NACHTRUN NA
      * MIDDERNACHT BLIJFT ZO OP DE JUISTE DAG WERKEN. ZOLANG
      * HET BESTAND ONTBREEKT GELDT DE KALENDERDATUM.
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
