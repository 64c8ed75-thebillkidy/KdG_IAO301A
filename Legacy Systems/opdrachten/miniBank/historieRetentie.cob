      ************************************************************
      * HISTORIERETENTIE
      *
      * JAARLIJKSE BATCHJOB (LOS VAN DE NACHTVERWERKING, ZOALS
      * SLAPENDEREKENINGEN EN JAARAFSLUITING): HAALT DE HISTORIE
      * DIE OUDER IS DAN BEWAARJAREN JAAR (PARAMETER, STANDAARD 7)
      * UIT HET GEINDEXEERDE "BESTANDEN/HISTORIE" EN ZET ZE IN
      * SLEUTELVOLGORDE IN HET SEQUENTIELE ARCHIEF
      * "BESTANDEN/HISTARCHIEF.JJJJMMDD" (JJJJMMDD = DE GRENSDATUM).
      * DE GRENSDATUM IS 1 JANUARI VAN HET JAAR VAN DE OPEN
      * BEDRIJFSDAG MIN DE BEWAARTERMIJN: ER VERDWIJNEN DUS
      * ALTIJD VOLLEDIGE KALENDERJAREN. DE TERMIJN IS NOOIT KORTER
      * DAN SLAAPJAREN, ZODAT SLAPENDEREKENINGEN DE LAATSTE
      * KLANTBEWEGING VAN ELKE NOG WAKKERE REKENING TERUGVINDT.
      *
      * IN DE PLAATS VAN DE GEARCHIVEERDE REGELS KRIJGT ELKE
      * REKENING EEN BEGINSALDOREGEL OP DE GRENSDATUM:
      *   SLEUTEL   REKENING + GRENSDATUM + VOLGNR 0000
      *   SOORT     0
      *   RICHTING  "B" BIJ EEN POSITIEF (OF NUL) SALDO, ANDERS "A"
      *   BEDRAG    HET SALDO VAN DE GEARCHIVEERDE REGELS
      * HISTORIEOPBOUW NUMMERT VANAF 1, ZODAT VOLGNR 0000 VRIJ IS.
      * SALDOCONTROLE, REKENINGUITTREKSEL EN JAARAFSLUITING
      * VERTREKKEN VAN DEZE REGEL IN PLAATS VAN VAN NUL; DE
      * HISTORIEK IN KLANTENBEHEER LEEST VOOR EEN PERIODE VOOR DE
      * GRENS TERUG UIT DE ARCHIEVEN.
      *
      * DE JOB WEIGERT TE DRAAIEN (RETURN-CODE 1) ZOLANG ER VAN
      * DE LAATSTE NACHTRUN GEEN GECONTROLEERDE VEILIGHEIDSKOPIE
      * IS: DE LAATSTE REGEL VAN "BESTANDEN/NACHTLOG" MOET EEN
      * GESLAAGDE BACKUPSTAP ZIJN, EN DE HISTORIE MOET SINDSDIEN
      * ONGEWIJZIGD ZIJN (EVENVEEL RECORDS ALS IN
      * "BESTANDEN/BACKUP.JJJJMMDD.HISTORIE").
      *
      * ELKE STAP WORDT GELOGD IN "BESTANDEN/HISTARCHIEVEN", EEN
      * REGEL PER STAP:
      *   "A" ARCHIEF VOLLEDIG GESCHREVEN, NOG NIETS VERWIJDERD
      *   "K" BEGINSALDI GESCHREVEN EN OUDE REGELS VERWIJDERD
      * MET GRENSDATUM, DATUM VAN DE GEBRUIKTE BACKUPSET, AANTAL
      * HISTORIERECORDS OP DAT MOMENT, AANTAL GEARCHIVEERDE
      * REGELS EN HUN SALDO IN CENTEN. EEN AFGEBROKEN RUN WORDT
      * GEWOON OPNIEUW GESTART:
      *   - ZONDER "A"-REGEL IS DE HISTORIE NOG NIET AANGERAAKT EN
      *     BEGINT ALLES OPNIEUW;
      *   - NA EEN "A"-REGEL ZONDER "K"-REGEL WORDT HET ARCHIEF
      *     OPNIEUW GETELD EN VERWERKT. EEN REEDS VERWIJDERDE
      *     REGEL WORDT OVERGESLAGEN EN HET BEGINSALDO VAN EEN AL
      *     VERWERKTE REKENING WORDT MET DEZELFDE WAARDE OVERSCHREVEN.
      * EEN GRENSDATUM MET EEN "K"-REGEL WORDT NIET HERHAALD.
      *
      * HET VERSLAG STAAT IN "BESTANDEN/HISTORIERETENTIE.JJJJMMDD".
      *
      * DRAAI DEZE JOB NA DE NACHTVERWERKING EN VOOR DE EERSTE
      * LOKETVERRICHTING VAN DE DAG.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORIERETENTIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORIE
                  ASSIGN TO "BESTANDEN/HISTORIE"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS HIST-SLEUTEL.
           SELECT OPTIONAL ARCHIEF
                  ASSIGN TO DYNAMIC WS-ARCHIEFNAAM
                  FILE STATUS IS WS-ARCHIEF-STATUS.
           SELECT OPTIONAL REGISTER
                  ASSIGN TO "BESTANDEN/HISTARCHIEVEN"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOBLOG
                  ASSIGN TO "BESTANDEN/NACHTLOG"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL KOPIE
                  ASSIGN TO DYNAMIC WS-KOPIENAAM.
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

      * HET ARCHIEF BEVAT DE HISTORIEREGELS ONVERANDERD; ALLEEN
      * DE VELDEN DIE DEZE JOB NODIG HEEFT ZIJN BENOEMD.
       FD  ARCHIEF BLOCK CONTAINS 10 RECORDS.
       01  ARCHIEFREC.
           02 ARC-SLEUTEL.
               03 ARC-REKENING PIC 9(7).
               03 ARC-DATUM    PIC 9(8).
               03 ARC-VOLGNR   PIC 9(4).
           02 ARC-SOORT PIC 9.
           02 ARC-RICHTING PIC X.
               88 ARC-AF  VALUE "A".
               88 ARC-BIJ VALUE "B".
           02 ARC-TEGENREKENING PIC 9(7).
           02 ARC-BEDRAG.
               03 ARC-GEHEEL   PIC 9(7).
               03 ARC-DECIMAAL PIC 9(2).
           02 FILLER PIC X(63).

       FD  REGISTER.
       01  REGISTERREGEL.
           02 R-GRENSDATUM  PIC 9(8).
           02 FILLER        PIC X.
           02 R-FASE        PIC X.
               88 R-ARCHIEF-KLAAR VALUE "A".
               88 R-KLAAR         VALUE "K".
           02 FILLER        PIC X.
           02 R-BACKUPDATUM PIC 9(8).
           02 FILLER        PIC X.
           02 R-HISTORIE-AANTAL PIC 9(9).
           02 FILLER        PIC X.
           02 R-AANTAL      PIC 9(9).
           02 FILLER        PIC X.
           02 R-TEKEN       PIC X.
           02 R-CENTEN      PIC 9(13).
           02 FILLER        PIC X.
           02 R-DATUM       PIC 9(8).

       FD  JOBLOG.
       01  LOGREGEL.
           02 L-DATUM       PIC 9(8).
           02 FILLER        PIC X.
           02 L-STAP        PIC X(15).
           02 FILLER        PIC X.
           02 L-START-TIJD  PIC 9(8).
           02 FILLER        PIC X.
           02 L-EIND-TIJD   PIC 9(8).
           02 FILLER        PIC X.
           02 L-STATUS      PIC X(4).
               88 L-OK   VALUE "OK".

      * ZELFDE INDELING ALS DE KOPIE IN VEILIGHEIDSKOPIE.
       FD  KOPIE BLOCK CONTAINS 10 RECORDS.
       01  KOPIEREC PIC X(118).

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
       77  WS-ARCHIEFNAAM  PIC X(44).
       77  WS-ARCHIEF-STATUS PIC XX.
           88 WS-ARCHIEF-OK VALUES "00" "05".
       77  WS-KOPIENAAM    PIC X(44).
       77  WS-RAPPORTNAAM  PIC X(44).
       77  WS-RAPPORT-STATUS PIC XX.
           88 WS-RAPPORT-OK VALUES "00" "05".
       77  WS-FOUTVLAG     PIC X VALUE "N".
           88 WS-GEWEIGERD VALUE "J".
       77  WS-REDEN        PIC X(60) VALUE SPACES.
       77  WS-HERSTART-VLAG PIC X VALUE "N".
           88 WS-HERSTART VALUE "J".
       77  WS-NIETS-VLAG   PIC X VALUE "N".
           88 WS-NIETS-TE-DOEN VALUE "J".
       01  WS-VANDAAG      PIC 9(8).
       01  WS-VANDAAG-DELEN REDEFINES WS-VANDAAG.
           02 WS-VANDAAG-JAAR PIC 9(4).
           02 FILLER          PIC 9(4).
       77  WS-BEWAARJAREN  PIC 9(2) VALUE 7.
       77  WS-SLAAPJAREN   PIC 9(2) VALUE 5.
      * GRENSDATUM: 1 JANUARI VAN HET BEDRIJFSJAAR MIN DE
      * BEWAARTERMIJN. ALLES VOOR DEZE DATUM WORDT GEARCHIVEERD.
       01  WS-GRENSDATUM.
           02 WS-GRENS-JAAR PIC 9(4).
           02 WS-GRENS-MMDD PIC 9(4).
       01  WS-GRENSDATUM-N REDEFINES WS-GRENSDATUM PIC 9(8).
       77  WS-LAATSTE-GRENS PIC 9(8) VALUE ZERO.
       77  WS-BACKUPDATUM  PIC 9(8) VALUE ZERO.
       77  WS-KOPIE-AANTAL PIC 9(9).
       77  WS-HISTORIE-AANTAL PIC 9(9).
       77  WS-ARCHIEF-AANTAL PIC 9(9).
       77  WS-ARCHIEF-CENTEN PIC S9(13).
       77  WS-GETELD-AANTAL PIC 9(9).
       77  WS-GETELD-CENTEN PIC S9(13).
       77  WS-BEDRAG-CENTEN PIC 9(9).
       77  WS-REK-CENTEN   PIC S9(11).
       77  WS-HUIDIGE-REK  PIC 9(7).
       77  WS-EERSTE-VLAG  PIC X.
           88 WS-EERSTE-REGEL VALUE "J".
       77  WS-AANTAL-BEGINSALDI PIC 9(7) VALUE ZERO.
       77  WS-AANTAL-VERWIJDERD PIC 9(9) VALUE ZERO.
       77  WS-AANTAL-AL-WEG PIC 9(9) VALUE ZERO.
       77  WS-BEGINSALDI-CENTEN PIC S9(13) VALUE ZERO.
       77  WS-BEDRAG-PRINT PIC -(12)9,99.
       77  GEDAAN          PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
       77  WS-PARAM-GEVONDEN-VLAG PIC X.
           88 PARAM-GEVONDEN VALUE "J".
       77  WS-PARAM-GEDAAN PIC X.
           88 PARAM-KLAAR VALUE "J".
      * LAATSTE REGEL VAN HET NACHTLOG EN VAN HET REGISTER.
       01  WS-LAATSTE-LOGREGEL PIC X(47) VALUE SPACES.
       01  WS-LAATSTE-REGISTERREGEL PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           IF WS-NIETS-TE-DOEN
               DISPLAY "HISTORIERETENTIE: HISTORIE VOOR "
                       WS-GRENSDATUM-N " IS AL GEARCHIVEERD."
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM CONTROLEER-BACKUP
               IF NOT WS-GEWEIGERD AND NOT WS-HERSTART
                   PERFORM ARCHIVEER-HISTORIE
               END-IF
               IF NOT WS-GEWEIGERD
                   PERFORM CONTROLEER-ARCHIEF
               END-IF
               IF WS-GEWEIGERD
                   DISPLAY "HISTORIERETENTIE: GEWEIGERD - " WS-REDEN
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM VERWIJDER-HISTORIE
                   PERFORM SCHRIJF-REGISTER-KLAAR
                   PERFORM SCHRIJF-RAPPORT
                   DISPLAY "HISTORIERETENTIE: " WS-ARCHIEF-AANTAL
                           " REGELS VOOR " WS-GRENSDATUM-N
                           " GEARCHIVEERD IN " WS-ARCHIEFNAAM
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * EEN ONAFGEWERKTE GRENS UIT HET REGISTER GAAT VOOR OP DE
      * GRENS VAN VANDAAG: DIE RUN WORDT EERST AFGEMAAKT.
       INITIALISEER.
           PERFORM LEES-BEDRIJFSDATUM
           PERFORM LEES-PARAMETERS
           IF WS-SLAAPJAREN > WS-BEWAARJAREN
               MOVE WS-SLAAPJAREN TO WS-BEWAARJAREN
           END-IF
           COMPUTE WS-GRENS-JAAR = WS-VANDAAG-JAAR - WS-BEWAARJAREN
           MOVE 0101 TO WS-GRENS-MMDD
           PERFORM LEES-REGISTER
           MOVE WS-LAATSTE-REGISTERREGEL TO REGISTERREGEL
           IF R-ARCHIEF-KLAAR
               SET WS-HERSTART TO TRUE
               MOVE R-GRENSDATUM TO WS-GRENSDATUM-N
               MOVE R-BACKUPDATUM TO WS-BACKUPDATUM
               MOVE R-HISTORIE-AANTAL TO WS-HISTORIE-AANTAL
               MOVE R-AANTAL TO WS-ARCHIEF-AANTAL
               MOVE R-CENTEN TO WS-ARCHIEF-CENTEN
               IF R-TEKEN = "-"
                   COMPUTE WS-ARCHIEF-CENTEN = 0 - WS-ARCHIEF-CENTEN
               END-IF
               DISPLAY "HISTORIERETENTIE: HERNEMING VAN DE RUN VOOR "
                       WS-GRENSDATUM-N
           ELSE
               IF WS-GRENSDATUM-N NOT > WS-LAATSTE-GRENS
                   SET WS-NIETS-TE-DOEN TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO WS-ARCHIEFNAAM
           STRING "BESTANDEN/HISTARCHIEF." WS-GRENSDATUM-N
                  DELIMITED BY SIZE INTO WS-ARCHIEFNAAM.

       LEES-PARAMETERS.
           OPEN INPUT PARAMETERS
           MOVE "BEWAARJAREN" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN AND WS-PARAM-WAARDE > 0
               MOVE WS-PARAM-WAARDE TO WS-BEWAARJAREN
           END-IF
           MOVE "SLAAPJAREN" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN AND WS-PARAM-WAARDE > 0
               MOVE WS-PARAM-WAARDE TO WS-SLAAPJAREN
           END-IF
           CLOSE PARAMETERS.

      * ONTHOUDT DE LAATSTE REGEL EN DE HOOGSTE AFGEWERKTE GRENS.
       LEES-REGISTER.
           MOVE "N" TO GEDAAN
           OPEN INPUT REGISTER
           PERFORM LEES-REGISTERREGEL UNTIL STOPLEZEN
           CLOSE REGISTER.

       LEES-REGISTERREGEL.
           READ REGISTER AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE REGISTERREGEL TO WS-LAATSTE-REGISTERREGEL
               IF R-KLAAR AND R-GRENSDATUM > WS-LAATSTE-GRENS
                   MOVE R-GRENSDATUM TO WS-LAATSTE-GRENS
               END-IF
           END-IF.

      * DE LAATSTE STAP VAN DE LAATSTE NACHTRUN MOET EEN GESLAAGDE
      * BACKUP ZIJN: VEILIGHEIDSKOPIE GEEFT ALLEEN RETURN-CODE 0
      * ALS ELKE KOPIE TERUGGELEZEN EN GETELD IS. BIJ EEN HERNEMING
      * GELDT DE SET VAN DE EERSTE POGING; DIE MOET ER NOG STAAN
      * MET HET TOEN GETELDE AANTAL HISTORIERECORDS.
       CONTROLEER-BACKUP.
           IF NOT WS-HERSTART
               MOVE "N" TO GEDAAN
               OPEN INPUT JOBLOG
               PERFORM LEES-LOGREGEL UNTIL STOPLEZEN
               CLOSE JOBLOG
               MOVE WS-LAATSTE-LOGREGEL TO LOGREGEL
               IF L-STAP NOT = "BACKUP" OR NOT L-OK
                   SET WS-GEWEIGERD TO TRUE
                   MOVE "GEEN GECONTROLEERDE BACKUP VAN DE LAATSTE"
                        & " NACHT" TO WS-REDEN
               ELSE
                   MOVE L-DATUM TO WS-BACKUPDATUM
               END-IF
           END-IF
           IF NOT WS-GEWEIGERD
               PERFORM TEL-KOPIE
               IF WS-KOPIE-AANTAL = 0
                   SET WS-GEWEIGERD TO TRUE
                   MOVE "BACKUPSET ONVOLLEDIG OF ONLEESBAAR" TO WS-REDEN
               ELSE
                   IF WS-HERSTART
                           AND WS-KOPIE-AANTAL NOT = WS-HISTORIE-AANTAL
                       SET WS-GEWEIGERD TO TRUE
                       MOVE "BACKUPSET KLOPT NIET MET HET REGISTER"
                            TO WS-REDEN
                   END-IF
               END-IF
           END-IF.

       LEES-LOGREGEL.
           READ JOBLOG AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE LOGREGEL TO WS-LAATSTE-LOGREGEL
           END-IF.

       TEL-KOPIE.
           MOVE SPACES TO WS-KOPIENAAM
           STRING "BESTANDEN/BACKUP." WS-BACKUPDATUM ".HISTORIE"
                  DELIMITED BY SIZE INTO WS-KOPIENAAM
           MOVE ZEROS TO WS-KOPIE-AANTAL
           MOVE "N" TO GEDAAN
           OPEN INPUT KOPIE
           PERFORM TEL-EEN-KOPIEREGEL UNTIL STOPLEZEN
           CLOSE KOPIE.

       TEL-EEN-KOPIEREGEL.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               ADD 1 TO WS-KOPIE-AANTAL
           END-IF.

      * EERSTE FASE: ALLE REGELS VOOR DE GRENS GAAN NAAR HET
      * ARCHIEF; DE HISTORIE ZELF BLIJFT ONAANGEROERD. PAS ALS
      * HET TOTAAL AANTAL HISTORIERECORDS NOG GELIJK IS AAN DAT
      * VAN DE BACKUPSET, WORDT DE "A"-REGEL GESCHREVEN.
       ARCHIVEER-HISTORIE.
           OPEN OUTPUT ARCHIEF
           IF NOT WS-ARCHIEF-OK
               SET WS-GEWEIGERD TO TRUE
               MOVE "ARCHIEFBESTAND KAN NIET GEOPEND WORDEN"
                    TO WS-REDEN
           ELSE
               MOVE ZEROS TO WS-HISTORIE-AANTAL
               MOVE ZEROS TO WS-ARCHIEF-AANTAL
               MOVE ZEROS TO WS-ARCHIEF-CENTEN
               MOVE "N" TO GEDAAN
               OPEN INPUT HISTORIE
               MOVE ZEROS TO HIST-SLEUTEL
               START HISTORIE KEY IS NOT LESS THAN HIST-SLEUTEL
                   INVALID KEY MOVE "J" TO GEDAAN
               END-START
               PERFORM ARCHIVEER-EEN-REGEL UNTIL STOPLEZEN
               CLOSE HISTORIE
               CLOSE ARCHIEF
               IF WS-HISTORIE-AANTAL NOT = WS-KOPIE-AANTAL
                   SET WS-GEWEIGERD TO TRUE
                   MOVE "HISTORIE GEWIJZIGD SINDS DE BACKUP" TO WS-REDEN
               ELSE
                   PERFORM SCHRIJF-REGISTER-ARCHIEF
               END-IF
           END-IF.

       ARCHIVEER-EEN-REGEL.
           READ HISTORIE NEXT RECORD
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               ADD 1 TO WS-HISTORIE-AANTAL
               IF HIST-DATUM < WS-GRENSDATUM-N
                   WRITE ARCHIEFREC FROM HISTORIEREC
                   ADD 1 TO WS-ARCHIEF-AANTAL
                   COMPUTE WS-BEDRAG-CENTEN =
                           HIST-GEHEEL * 100 + HIST-DECIMAAL
                   IF HIST-AF
                       SUBTRACT WS-BEDRAG-CENTEN FROM WS-ARCHIEF-CENTEN
                   ELSE
                       ADD WS-BEDRAG-CENTEN TO WS-ARCHIEF-CENTEN
                   END-IF
               END-IF
           END-IF.

       SCHRIJF-REGISTER-ARCHIEF.
           MOVE SPACES TO REGISTERREGEL
           SET R-ARCHIEF-KLAAR TO TRUE
           PERFORM VUL-REGISTERREGEL
           OPEN EXTEND REGISTER
           WRITE REGISTERREGEL
           CLOSE REGISTER.

       SCHRIJF-REGISTER-KLAAR.
           MOVE SPACES TO REGISTERREGEL
           SET R-KLAAR TO TRUE
           PERFORM VUL-REGISTERREGEL
           OPEN EXTEND REGISTER
           WRITE REGISTERREGEL
           CLOSE REGISTER.

       VUL-REGISTERREGEL.
           MOVE WS-GRENSDATUM-N TO R-GRENSDATUM
           MOVE WS-BACKUPDATUM TO R-BACKUPDATUM
           MOVE WS-HISTORIE-AANTAL TO R-HISTORIE-AANTAL
           MOVE WS-ARCHIEF-AANTAL TO R-AANTAL
           IF WS-ARCHIEF-CENTEN < 0
               MOVE "-" TO R-TEKEN
               COMPUTE R-CENTEN = 0 - WS-ARCHIEF-CENTEN
           ELSE
               MOVE "+" TO R-TEKEN
               MOVE WS-ARCHIEF-CENTEN TO R-CENTEN
           END-IF
           MOVE WS-VANDAAG TO R-DATUM.

      * HET ARCHIEF WORDT TERUGGELEZEN EN MOET HETZELFDE AANTAL
      * REGELS EN HETZELFDE SALDO OPLEVEREN ALS BIJ HET SCHRIJVEN;
      * PAS DAN MAG ER IETS UIT DE HISTORIE VERDWIJNEN.
       CONTROLEER-ARCHIEF.
           MOVE ZEROS TO WS-GETELD-AANTAL
           MOVE ZEROS TO WS-GETELD-CENTEN
           MOVE "N" TO GEDAAN
           OPEN INPUT ARCHIEF
           PERFORM TEL-EEN-ARCHIEFREGEL UNTIL STOPLEZEN
           CLOSE ARCHIEF
           IF WS-GETELD-AANTAL NOT = WS-ARCHIEF-AANTAL
                   OR WS-GETELD-CENTEN NOT = WS-ARCHIEF-CENTEN
               SET WS-GEWEIGERD TO TRUE
               MOVE "ARCHIEF KLOPT NIET MET HET REGISTER" TO WS-REDEN
           END-IF.

       TEL-EEN-ARCHIEFREGEL.
           READ ARCHIEF AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               ADD 1 TO WS-GETELD-AANTAL
               COMPUTE WS-BEDRAG-CENTEN =
                       ARC-GEHEEL * 100 + ARC-DECIMAAL
               IF ARC-AF
                   SUBTRACT WS-BEDRAG-CENTEN FROM WS-GETELD-CENTEN
               ELSE
                   ADD WS-BEDRAG-CENTEN TO WS-GETELD-CENTEN
               END-IF
           END-IF.

      * TWEEDE FASE: PER REKENING IN HET ARCHIEF DE REGELS UIT DE
      * HISTORIE VERWIJDEREN EN OP DE REKENINGBREUK HET
      * BEGINSALDO SCHRIJVEN. HET SALDO KOMT ALTIJD UIT HET
      * ARCHIEF, ZODAT EEN HERNEMING HETZELFDE RESULTAAT GEEFT.
       VERWIJDER-HISTORIE.
           MOVE "J" TO WS-EERSTE-VLAG
           MOVE ZEROS TO WS-REK-CENTEN
           MOVE "N" TO GEDAAN
           OPEN INPUT ARCHIEF
           OPEN I-O HISTORIE
           PERFORM VERWIJDER-EEN-REGEL UNTIL STOPLEZEN
           IF NOT WS-EERSTE-REGEL
               PERFORM SCHRIJF-BEGINSALDO
           END-IF
           CLOSE HISTORIE
           CLOSE ARCHIEF.

       VERWIJDER-EEN-REGEL.
           READ ARCHIEF AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               IF NOT WS-EERSTE-REGEL
                       AND ARC-REKENING NOT = WS-HUIDIGE-REK
                   PERFORM SCHRIJF-BEGINSALDO
                   MOVE ZEROS TO WS-REK-CENTEN
               END-IF
               MOVE "N" TO WS-EERSTE-VLAG
               MOVE ARC-REKENING TO WS-HUIDIGE-REK
               COMPUTE WS-BEDRAG-CENTEN =
                       ARC-GEHEEL * 100 + ARC-DECIMAAL
               IF ARC-AF
                   SUBTRACT WS-BEDRAG-CENTEN FROM WS-REK-CENTEN
               ELSE
                   ADD WS-BEDRAG-CENTEN TO WS-REK-CENTEN
               END-IF
               MOVE ARC-SLEUTEL TO HIST-SLEUTEL
               DELETE HISTORIE RECORD
                   INVALID KEY ADD 1 TO WS-AANTAL-AL-WEG
                   NOT INVALID KEY ADD 1 TO WS-AANTAL-VERWIJDERD
               END-DELETE
           END-IF.

       SCHRIJF-BEGINSALDO.
           MOVE SPACES TO HISTORIEREC
           MOVE WS-HUIDIGE-REK TO HIST-REKENING
           MOVE WS-GRENSDATUM-N TO HIST-DATUM
           MOVE ZEROS TO HIST-VOLGNR
           MOVE 0 TO HIST-SOORT
           IF WS-REK-CENTEN < 0
               SET HIST-AF TO TRUE
               COMPUTE WS-BEDRAG-CENTEN = 0 - WS-REK-CENTEN
           ELSE
               SET HIST-BIJ TO TRUE
               MOVE WS-REK-CENTEN TO WS-BEDRAG-CENTEN
           END-IF
           MOVE ZEROS TO HIST-TEGENREKENING
           DIVIDE WS-BEDRAG-CENTEN BY 100
               GIVING HIST-GEHEEL
               REMAINDER HIST-DECIMAAL
           STRING "BEGINSALDO PER " WS-GRENSDATUM-N
                  DELIMITED BY SIZE INTO HIST-MEDEDELING
           MOVE ZEROS TO HIST-BRON-VOLGNR
           MOVE ZEROS TO HIST-TIJD
           SET HIST-NIET-KLANT TO TRUE
           REWRITE HISTORIEREC INVALID KEY WRITE HISTORIEREC END-WRITE
           END-REWRITE
           ADD 1 TO WS-AANTAL-BEGINSALDI
           ADD WS-REK-CENTEN TO WS-BEGINSALDI-CENTEN.

       SCHRIJF-RAPPORT.
           MOVE SPACES TO WS-RAPPORTNAAM
           STRING "BESTANDEN/HISTORIERETENTIE." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-RAPPORTNAAM
           OPEN OUTPUT RAPPORT
           IF WS-RAPPORT-OK
               MOVE SPACES TO RAPPORTLIJN
               STRING "HISTORIERETENTIE OP " WS-VANDAAG
                      " - GRENSDATUM " WS-GRENSDATUM-N
                      " (" WS-BEWAARJAREN " JAAR BEWAARD)"
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
               MOVE ALL "-" TO RAPPORTLIJN
               WRITE RAPPORTLIJN
               MOVE SPACES TO RAPPORTLIJN
               STRING "BACKUPSET          : " WS-BACKUPDATUM
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
               MOVE SPACES TO RAPPORTLIJN
               STRING "ARCHIEF            : " WS-ARCHIEFNAAM
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
               MOVE SPACES TO RAPPORTLIJN
               STRING "HISTORIERECORDS    : " WS-HISTORIE-AANTAL
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
               MOVE SPACES TO RAPPORTLIJN
               STRING "GEARCHIVEERD       : " WS-ARCHIEF-AANTAL
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
               MOVE SPACES TO RAPPORTLIJN
               STRING "VERWIJDERD         : " WS-AANTAL-VERWIJDERD
                      "  (AL WEG BIJ HERNEMING: " WS-AANTAL-AL-WEG ")"
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
               MOVE SPACES TO RAPPORTLIJN
               STRING "BEGINSALDI         : " WS-AANTAL-BEGINSALDI
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
               MOVE WS-ARCHIEF-CENTEN TO WS-BEDRAG-PRINT
               MOVE SPACES TO RAPPORTLIJN
               STRING "SALDO ARCHIEF      : " WS-BEDRAG-PRINT
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
               MOVE WS-BEGINSALDI-CENTEN TO WS-BEDRAG-PRINT
               MOVE SPACES TO RAPPORTLIJN
               STRING "SOM BEGINSALDI     : " WS-BEDRAG-PRINT
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
               MOVE SPACES TO RAPPORTLIJN
               IF WS-BEGINSALDI-CENTEN = WS-ARCHIEF-CENTEN
                   MOVE "AFSTEMMING         : SLUIT" TO RAPPORTLIJN
               ELSE
                   MOVE "AFSTEMMING         : VERSCHIL" TO RAPPORTLIJN
                   DISPLAY "HISTORIERETENTIE: SOM BEGINSALDI WIJKT AF"
                           " VAN HET ARCHIEF!"
               END-IF
               WRITE RAPPORTLIJN
               CLOSE RAPPORT
           END-IF.

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
