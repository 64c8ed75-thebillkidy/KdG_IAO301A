      ************************************************************
      * CLEARINGAFSTEMMING
      *
      * NACHTELIJKE BATCHJOB, NA DE CLEARINGEXPORT: STEMT HET
      * SALDO VAN DE CLEARING-TUSSENREKENING (PARAMETER
      * CLEARINGREK) AF OP DE CLEARINGBESTANDEN VAN DE DAG.
      *
      * ELKE UITGAANDE OVERSCHRIJVING CREDITEERT DE
      * TUSSENREKENING, ELKE GEBOEKTE INKOMENDE DEBITEERT HAAR.
      * HET VERWACHTE SALDO IS DUS:
      *     SALDO BIJ DE VORIGE AFSLUITING (UIT DAGSALDI)
      *   + TOTAAL VAN "BESTANDEN/CLEARINGUIT.JJJJMMDD"
      *   - (INKOMEND TOTAAL - TERUGGESTUURD TOTAAL) UIT
      *     "BESTANDEN/CLEARINGIMPORT.GELADEN"
      *   - TOTAAL VAN "BESTANDEN/DOMTERUGVORDERING.JJJJMMDD"
      *     (TERUGBETAALDE DOMICILIERINGEN, TERUG TE VORDEREN
      *     BIJ EEN SCHULDEISER VAN EEN ANDERE BANK)
      * EN DAT MOET GELIJK ZIJN AAN HET HUIDIGE SALDO IN
      * "BESTANDEN/SALDO". EEN VERSCHIL WIJST OP EEN
      * HANDMATIGE BOEKING OP DE TUSSENREKENING OF EEN BESTAND
      * DAT NIET (OF TWEEMAAL) VERWERKT WERD.
      *
      * HET RAPPORT "BESTANDEN/CLEARINGAFSTEMMING.JJJJMMDD"
      * TOONT DE ONDERDELEN, HET VERSCHIL EN "AFGESTEMD" OF
      * "VERSCHIL". DE JOB RAPPORTEERT ALLEEN: EEN VERSCHIL
      * HOUDT DE NACHTVERWERKING NIET TEGEN.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEARINGAFSTEMMING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLEARINGUIT
                  ASSIGN TO DYNAMIC WS-UITVOERNAAM
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GELADENLOG
                  ASSIGN TO "BESTANDEN/CLEARINGIMPORT.GELADEN"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERUGVORDERING
                  ASSIGN TO DYNAMIC WS-TERUGVORDERNAAM
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RAPPORT
                  ASSIGN TO DYNAMIC WS-RAPPORTNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT OPTIONAL SALDI ASSIGN TO "BESTANDEN/SALDO"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SALDO-NR.
           SELECT OPTIONAL DAGSALDI
                  ASSIGN TO "BESTANDEN/DAGSALDI"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS DS-SLEUTEL.
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
       FD  CLEARINGUIT.
       01  UITVOERREGEL PIC X(80).
       01  KOPREGEL REDEFINES UITVOERREGEL.
           02 K-TYPE PIC X.
           02 K-VAN PIC 9(12).
           02 K-AANTAL PIC 9(5).
           02 K-TOTAAL.
               03 K-TOTAAL-GEHEEL   PIC 9(9).
               03 K-TOTAAL-DECIMAAL PIC 9(2).
           02 FILLER PIC X(51).

       FD  GELADENLOG.
       01  GELADENREGEL.
           02 G-DATUM          PIC 9(8).
           02 FILLER           PIC X.
           02 G-AANTAL-IN      PIC 9(5).
           02 FILLER           PIC X.
           02 G-TOTAAL-IN      PIC 9(11).
           02 FILLER           PIC X.
           02 G-AANTAL-RETOUR  PIC 9(5).
           02 FILLER           PIC X.
           02 G-TOTAAL-RETOUR  PIC 9(11).

      * EEN REGEL PER TERUGBETAALDE DOMICILIERING WAARVAN DE
      * SCHULDEISER BIJ EEN ANDERE BANK ZIT (ZIE KLANTENBEHEER).
       FD  TERUGVORDERING.
       01  TERUGVORDERREGEL.
           02 TV-TYPE PIC X.
           02 TV-SCHULDEISER-REK PIC 9(12).
           02 TV-SCHULDEISER PIC X(10).
           02 TV-REFERENTIE PIC X(15).
           02 TV-BEDRAG.
               03 TV-GEHEEL   PIC 9(7).
               03 TV-DECIMAAL PIC 9(2).
           02 TV-DATUM  PIC 9(8).
           02 TV-VOLGNR PIC 9(6).
           02 FILLER PIC X(19).

       FD  RAPPORT.
       01  RAPPORTLIJN PIC X(80).

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

       FD PARAMETERS BLOCK CONTAINS 10 RECORDS.
       01  PARAMETER.
           02 PARAM-SLEUTEL.
               03 P-NAAM         PIC X(12).
               03 P-INGANGSDATUM PIC 9(8).
           02 P-WAARDE PIC 9(9).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-UITVOERNAAM  PIC X(40).
       77  WS-RAPPORTNAAM  PIC X(44).
       77  WS-TERUGVORDERNAAM PIC X(44).
       77  WS-RAPPORT-STATUS PIC XX.
           88 WS-RAPPORT-OK VALUES "00" "05".
       77  WS-FOUTVLAG     PIC X VALUE "N".
           88 WS-OPENFOUT VALUE "J".
       77  WS-VANDAAG      PIC 9(8).
       77  GEDAAN          PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  WS-CLEARINGREK PIC 9(7) VALUE 9999999.
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
       77  WS-PARAM-GEVONDEN-VLAG PIC X.
           88 PARAM-GEVONDEN VALUE "J".
       77  WS-PARAM-GEDAAN PIC X.
           88 PARAM-KLAAR VALUE "J".
       77  WS-BEGIN-CENTEN     PIC S9(11) VALUE ZERO.
       77  WS-BEGIN-DATUM      PIC 9(8) VALUE ZERO.
       77  WS-UIT-CENTEN       PIC S9(11) VALUE ZERO.
       77  WS-IN-CENTEN        PIC S9(11) VALUE ZERO.
       77  WS-RETOUR-CENTEN    PIC S9(11) VALUE ZERO.
       77  WS-TERUGVORDER-CENTEN PIC S9(11) VALUE ZERO.
       77  WS-VERWACHT-CENTEN  PIC S9(11) VALUE ZERO.
       77  WS-SALDO-CENTEN     PIC S9(11) VALUE ZERO.
       77  WS-VERSCHIL-CENTEN  PIC S9(11) VALUE ZERO.
       77  WS-IMPORT-VLAG PIC X VALUE "N".
           88 IMPORT-GEVONDEN VALUE "J".
       01  RAPPORTREGEL.
           02 R-OMSCHRIJVING PIC X(40).
           02 R-BEDRAG       PIC -(9)9,99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           IF WS-OPENFOUT
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM LEES-BEGINSALDO
               PERFORM LEES-UITGAAND
               PERFORM LEES-INKOMEND
               PERFORM LEES-TERUGVORDERINGEN
               PERFORM LEES-HUIDIG-SALDO
               COMPUTE WS-VERWACHT-CENTEN = WS-BEGIN-CENTEN
                       + WS-UIT-CENTEN
                       - WS-IN-CENTEN + WS-RETOUR-CENTEN
                       - WS-TERUGVORDER-CENTEN
               COMPUTE WS-VERSCHIL-CENTEN = WS-SALDO-CENTEN
                       - WS-VERWACHT-CENTEN
               PERFORM SCHRIJF-RAPPORT
               PERFORM SLUITBESTAND
               IF WS-VERSCHIL-CENTEN = 0
                   DISPLAY "CLEARINGAFSTEMMING: AFGESTEMD."
               ELSE
                   DISPLAY "CLEARINGAFSTEMMING: VERSCHIL OP DE "
                           "CLEARINGREKENING, ZIE " WS-RAPPORTNAAM
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALISEER.
           PERFORM LEES-BEDRIJFSDATUM
           PERFORM LEES-PARAMETERS
           STRING "BESTANDEN/CLEARINGUIT." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-UITVOERNAAM
           STRING "BESTANDEN/CLEARINGAFSTEMMING." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-RAPPORTNAAM
           STRING "BESTANDEN/DOMTERUGVORDERING." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-TERUGVORDERNAAM
           OPEN OUTPUT RAPPORT
           IF NOT WS-RAPPORT-OK
               SET WS-OPENFOUT TO TRUE
           ELSE
               OPEN INPUT SALDI
               OPEN INPUT DAGSALDI
           END-IF.

       LEES-PARAMETERS.
           OPEN INPUT PARAMETERS
           MOVE "CLEARINGREK" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-CLEARINGREK
           END-IF
           CLOSE PARAMETERS.

      * HET BEGINSALDO IS HET JONGSTE DAGSALDO VAN DE
      * TUSSENREKENING VAN VOOR VANDAAG (DE DAGSALDI VAN VANDAAG
      * WORDEN PAS NA DE DAGAFSLUITING VASTGELEGD). ONTBREEKT
      * ELK DAGSALDO (EERSTE NACHT), DAN GELDT NUL.
       LEES-BEGINSALDO.
           MOVE "N" TO GEDAAN
           MOVE WS-CLEARINGREK TO DS-REKENING
           MOVE ZEROS TO DS-DATUM
           START DAGSALDI KEY IS NOT LESS THAN DS-SLEUTEL
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           PERFORM LEES-EEN-DAGSALDO UNTIL STOPLEZEN.

       LEES-EEN-DAGSALDO.
           READ DAGSALDI NEXT RECORD
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               IF DS-REKENING NOT = WS-CLEARINGREK
                       OR DS-DATUM NOT < WS-VANDAAG
                   MOVE "J" TO GEDAAN
               ELSE
                   MOVE DS-DATUM TO WS-BEGIN-DATUM
                   COMPUTE WS-BEGIN-CENTEN =
                           DS-GEHEEL * 100 + DS-DECIMAAL
                   IF DS-NEGATIEF
                       COMPUTE WS-BEGIN-CENTEN = 0 - WS-BEGIN-CENTEN
                   END-IF
               END-IF
           END-IF.

      * HET UITGAANDE BESTAND HEEFT EEN ENKELE KOPREGEL MET HET
      * DAGTOTAAL (ZIE CLEARINGEXPORT).
       LEES-UITGAAND.
           OPEN INPUT CLEARINGUIT
           READ CLEARINGUIT AT END MOVE SPACES TO UITVOERREGEL
           END-READ
           IF K-TYPE = "H" AND K-TOTAAL IS NUMERIC
               COMPUTE WS-UIT-CENTEN =
                       K-TOTAAL-GEHEEL * 100 + K-TOTAAL-DECIMAAL
           END-IF
           CLOSE CLEARINGUIT.

      * DE CLEARINGIMPORT LEGT HAAR DAGTOTALEN VAST IN HET
      * GELADEN-LOG; GEEN REGEL VOOR VANDAAG = GEEN INKOMEND
      * BESTAND VERWERKT.
       LEES-INKOMEND.
           MOVE "N" TO GEDAAN
           OPEN INPUT GELADENLOG
           PERFORM LEES-GELADENREGEL UNTIL STOPLEZEN
           CLOSE GELADENLOG.

       LEES-GELADENREGEL.
           READ GELADENLOG AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND G-DATUM = WS-VANDAAG
               SET IMPORT-GEVONDEN TO TRUE
               MOVE G-TOTAAL-IN TO WS-IN-CENTEN
               MOVE G-TOTAAL-RETOUR TO WS-RETOUR-CENTEN
           END-IF.

      * ELKE TERUGBETAALDE DOMICILIERING VAN EEN SCHULDEISER BIJ
      * EEN ANDERE BANK WERD OP DE TUSSENREKENING GEDEBITEERD.
       LEES-TERUGVORDERINGEN.
           MOVE "N" TO GEDAAN
           OPEN INPUT TERUGVORDERING
           PERFORM LEES-TERUGVORDERREGEL UNTIL STOPLEZEN
           CLOSE TERUGVORDERING.

       LEES-TERUGVORDERREGEL.
           READ TERUGVORDERING AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND TV-TYPE = "T"
                   AND TV-BEDRAG IS NUMERIC
               COMPUTE WS-TERUGVORDER-CENTEN = WS-TERUGVORDER-CENTEN
                       + TV-GEHEEL * 100 + TV-DECIMAAL
           END-IF.

       LEES-HUIDIG-SALDO.
           MOVE WS-CLEARINGREK TO SALDO-NR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           SET SALDO-POSITIEF TO TRUE
           END-READ
           COMPUTE WS-SALDO-CENTEN = SALDO-GEHEEL * 100 + SALDO-DECIMAAL
           IF SALDO-NEGATIEF
               COMPUTE WS-SALDO-CENTEN = 0 - WS-SALDO-CENTEN
           END-IF.

       SCHRIJF-RAPPORT.
           MOVE SPACES TO RAPPORTLIJN
           STRING "AFSTEMMING CLEARINGREKENING " WS-CLEARINGREK
                  " OP " WS-VANDAAG
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTREGEL
           STRING "BEGINSALDO (DAGSALDO " WS-BEGIN-DATUM ")"
                  DELIMITED BY SIZE INTO R-OMSCHRIJVING
           MOVE WS-BEGIN-CENTEN TO R-BEDRAG
           PERFORM SCHRIJF-RAPPORTREGEL
           MOVE "+ UITGAAND (CLEARINGUIT)" TO R-OMSCHRIJVING
           MOVE WS-UIT-CENTEN TO R-BEDRAG
           PERFORM SCHRIJF-RAPPORTREGEL
           IF IMPORT-GEVONDEN
               MOVE "- INKOMEND (CLEARINGIN)" TO R-OMSCHRIJVING
           ELSE
               MOVE "- INKOMEND (GEEN IMPORT VANDAAG)"
                    TO R-OMSCHRIJVING
           END-IF
           COMPUTE R-BEDRAG = 0 - WS-IN-CENTEN
           PERFORM SCHRIJF-RAPPORTREGEL
           MOVE "+ TERUGGESTUURD (CLEARINGRETOUR)" TO R-OMSCHRIJVING
           MOVE WS-RETOUR-CENTEN TO R-BEDRAG
           PERFORM SCHRIJF-RAPPORTREGEL
           MOVE "- TERUGBETAALDE DOMICILIERINGEN" TO R-OMSCHRIJVING
           COMPUTE R-BEDRAG = 0 - WS-TERUGVORDER-CENTEN
           PERFORM SCHRIJF-RAPPORTREGEL
           MOVE "= VERWACHT SALDO" TO R-OMSCHRIJVING
           MOVE WS-VERWACHT-CENTEN TO R-BEDRAG
           PERFORM SCHRIJF-RAPPORTREGEL
           MOVE "WERKELIJK SALDO" TO R-OMSCHRIJVING
           MOVE WS-SALDO-CENTEN TO R-BEDRAG
           PERFORM SCHRIJF-RAPPORTREGEL
           MOVE "VERSCHIL" TO R-OMSCHRIJVING
           MOVE WS-VERSCHIL-CENTEN TO R-BEDRAG
           PERFORM SCHRIJF-RAPPORTREGEL
           MOVE SPACES TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           IF WS-VERSCHIL-CENTEN = 0
               MOVE "STATUS: AFGESTEMD" TO RAPPORTLIJN
           ELSE
               MOVE "STATUS: VERSCHIL - MANUEEL NAKIJKEN"
                    TO RAPPORTLIJN
           END-IF
           WRITE RAPPORTLIJN.

       SCHRIJF-RAPPORTREGEL.
           MOVE RAPPORTREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTREGEL.

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
           CLOSE RAPPORT
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
