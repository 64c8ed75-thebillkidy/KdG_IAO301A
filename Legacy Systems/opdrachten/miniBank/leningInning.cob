      ************************************************************
      * LENINGINNING
      *
      * NACHTELIJKE BATCHJOB: INT DE MAANDELIJKSE AFLOSSINGEN VAN
      * DE AFBETALINGSLENINGEN IN "BESTANDEN/LENINGEN" (OPGEZET
      * MET LENINGBEHEER).
      *
      * ELKE LENING VERVALT MAANDELIJKS OP DE DAG VAN HAAR
      * STARTDATUM. IS DE VOLGENDE VERVALDAG BEREIKT, DAN TELT DE
      * TERMIJN ALS VERVALLEN. ZOLANG ER VERVALLEN TERMIJNEN
      * ONBETAALD ZIJN, WORDT DE OUDSTE GEIND VAN DE
      * AFLOSSINGSREKENING, GESPLITST IN:
      *   - HET RENTEDEEL: EEN RENTEBOEKING (SOORT 4) TEN LASTE
      *     VAN DE AFLOSSINGSREKENING, ZOALS DE DEBETRENTE;
      *   - HET KAPITAALDEEL: EEN OVERSCHRIJVING (SOORT 1) NAAR DE
      *     LENINGEN-TUSSENREKENING (PARAMETER LENINGREK), DIE
      *     ZO HET UITSTAAND KAPITAAL TERUG AFBOUWT.
      * DE SPLITSING IS DEZELFDE ALS IN DE AFLOSSINGSTABEL VAN
      * LENINGBEHEER: RENTE = UITSTAAND KAPITAAL MAAL JAARRENTE
      * GEDEELD DOOR 12, AFGEROND OP EEN CENT; DE LAATSTE TERMIJN
      * LOST HET VOLLEDIGE RESTKAPITAAL AF.
      *
      * EEN TERMIJN WORDT ALLEEN GEIND ALS DE AFLOSSINGSREKENING
      * GELDIG IS, NIET GEBLOKKEERD VOOR DEBET, EN DE VOLLEDIGE
      * TERMIJN BINNEN SALDO PLUS KREDIETLIMIET VALT (ZELFDE
      * CONTROLE ALS OPDRACHTUITVOERING). LUKT DAT NIET, DAN BLIJFT
      * DE TERMIJN ALS ACHTERSTAL STAAN EN WORDT ZE ELKE NACHT
      * OPNIEUW GEPROBEERD. GEIND EN GEWEIGERD KOMEN OP
      * "BESTANDEN/LENINGINNING.JJJJMMDD"; ALLE LENINGEN MET
      * ACHTERSTAL KOMEN MET HET AANTAL MAANDEN ACHTERSTAND OP
      * "BESTANDEN/ACHTERSTALLEN.JJJJMMDD".
      *
      * IS DE LAATSTE TERMIJN BETAALD, DAN GAAT DE LENING OP
      * AFGELOST ("F").
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENINGINNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LENINGEN
                  ASSIGN TO "BESTANDEN/LENINGEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LEN-NR.
           SELECT OPTIONAL VERRICHTINGEN
                  ASSIGN TO "BESTANDEN/DAGVERRICHTINGEN".
           SELECT OPTIONAL SALDI ASSIGN TO "BESTANDEN/SALDO"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SALDO-NR.
           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR.
           SELECT OPTIONAL REKENINGEN
                  ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REK-NR.
           SELECT OPTIONAL PARAMETERS
                  ASSIGN TO "BESTANDEN/PARAMETERS"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PARAM-SLEUTEL.
           SELECT OPTIONAL RAPPORT
                  ASSIGN TO DYNAMIC WS-RAPPORTNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT OPTIONAL ACHTERSTALLEN
                  ASSIGN TO DYNAMIC WS-ACHTERSTALNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RAPPORT-STATUS.

           SELECT OPTIONAL BEDRIJFSDATUM
                  ASSIGN TO "BESTANDEN/BEDRIJFSDATUM"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ZELFDE LAYOUT ALS IN LENINGBEHEER.
       FD  LENINGEN BLOCK CONTAINS 10 RECORDS.
       01  LENINGREC.
           02 LEN-NR        PIC 9(6).
           02 LEN-KLANT     PIC 9(7).
           02 LEN-REKENING  PIC 9(7).
           02 LEN-HOOFDSOM.
               03 LEN-HS-GEHEEL   PIC 9(7).
               03 LEN-HS-DECIMAAL PIC 9(2).
           02 LEN-RENTEVOET PIC 9(5).
           02 LEN-LOOPTIJD  PIC 9(3).
           02 LEN-STARTDATUM PIC 9(8).
           02 LEN-STATUS    PIC X.
               88 LEN-ACTIEF   VALUE "A".
               88 LEN-AFGELOST VALUE "F".
           02 LEN-MENSUALITEIT.
               03 LEN-MS-GEHEEL   PIC 9(7).
               03 LEN-MS-DECIMAAL PIC 9(2).
           02 LEN-UITSTAAND.
               03 LEN-UIT-GEHEEL   PIC 9(7).
               03 LEN-UIT-DECIMAAL PIC 9(2).
           02 LEN-VERVALLEN PIC 9(3).
           02 LEN-BETAALD   PIC 9(3).
           02 LEN-VOLGENDE-VERVALDAG PIC 9(8).
           02 LEN-LAATSTE-BETALING   PIC 9(8).
           02 LEN-OPERATOR  PIC X(4).

       FD  VERRICHTINGEN BLOCK CONTAINS 10 RECORDS.
       01  VERRICHTING.
           02 SOORT PIC 9.
               88 OVERSCHRIJVING VALUE 1.
               88 STORTING       VALUE 2.
               88 AFHALING       VALUE 3.
               88 RENTE          VALUE 4.
               88 STORNO         VALUE 5.
               88 KOSTEN         VALUE 6.
           02 VAN.
               03 DEEL1 PIC 9(3).
               03 DEEL2 PIC 9(7).
               03 DEEL3 PIC 9(2).
           02 NAAR.
               03 DEEL1 PIC 9(3).
               03 DEEL2 PIC 9(7).
               03 DEEL3 PIC 9(2).
           02 BEDRAG.
               03 GEHEEL PIC 9(7).
               03 DECIMAAL PIC 9(2).
           02 DATUM  PIC 9(8).
           02 MEDEDELING PIC X(50).
           02 VOLGNR PIC 9(6).
           02 STORNO-REF PIC 9(6).
           02 OPERATOR PIC X(4).
           02 TIJD PIC 9(6).
           02 OPDRACHT-REF PIC 9(5).
           02 FIAT-ID PIC X(4).
           02 UITVOERDER PIC 9(7).
           02 MUNT PIC X(3).
           02 VREEMD-BEDRAG.
               03 VREEMD-GEHEEL PIC 9(7).
               03 VREEMD-DECIMAAL PIC 9(2).
           02 KOERS PIC 9(3)V9(6).

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

       FD PARAMETERS BLOCK CONTAINS 10 RECORDS.
       01  PARAMETER.
           02 PARAM-SLEUTEL.
               03 P-NAAM         PIC X(12).
               03 P-INGANGSDATUM PIC 9(8).
           02 P-WAARDE PIC 9(9).

       FD  RAPPORT.
       01  RAPPORTLIJN PIC X(80).

       FD  ACHTERSTALLEN.
       01  ACHTERSTALLIJN PIC X(80).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-RAPPORTNAAM  PIC X(40).
       77  WS-ACHTERSTALNAAM PIC X(40).
       77  WS-RAPPORT-STATUS PIC XX.
           88 WS-RAPPORT-OK VALUES "00" "05".
       77  WS-FOUTVLAG     PIC X VALUE "N".
           88 WS-OPENFOUT VALUE "J".
       77  WS-VANDAAG      PIC 9(8).
       77  GEDAAN          PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  INVOERSTATUS PIC X.
           88 INVOER-OK VALUE "J".
           88 INVOER-NOK VALUE "N".
       77  FOUTMELDING PIC X(79).
       77  WS-SALDO-CENTEN  PIC S9(9).
       77  WS-KREDIET-CENTEN PIC 9(9).
       77  WS-BEDRAG-CENTEN PIC 9(9).
       77  WS-AANTAL-GEIND      PIC 9(5) VALUE ZERO.
       77  WS-AANTAL-GEWEIGERD  PIC 9(5) VALUE ZERO.
       77  WS-AANTAL-ACHTERSTAL PIC 9(5) VALUE ZERO.
       77  WS-GEIND-CENTEN      PIC 9(11) VALUE ZERO.
       77  WS-ACHTERSTAL-TOTAAL PIC 9(11) VALUE ZERO.
       77  WS-TIJD-RUW        PIC 9(8).
       77  WS-SCAN-GEDAAN     PIC X.
           88 SCAN-KLAAR VALUE "J".
       77  WS-RENTE-GEBOEKT-VLAG PIC X.
           88 RENTE-AL-GEBOEKT VALUE "J".
       77  WS-KAPITAAL-GEBOEKT-VLAG PIC X.
           88 KAPITAAL-AL-GEBOEKT VALUE "J".
       77  WS-ZOEK-REKNR PIC 9(7).
       77  WS-REKENING-OK-VLAG PIC X.
           88 REKENING-GELDIG   VALUE "J".
           88 REKENING-ONGELDIG VALUE "N".
       77  WS-BANKPREFIX PIC 9(3) VALUE 1.
       77  WS-LENINGREK PIC 9(7) VALUE 9999998.
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
       77  WS-PARAM-GEVONDEN-VLAG PIC X.
           88 PARAM-GEVONDEN VALUE "J".
       77  WS-PARAM-GEDAAN PIC X.
           88 PARAM-KLAAR VALUE "J".
       77  WS-BBAN-GETAL PIC 9(10).
       77  WS-CONTROLEGETAL PIC 9(2).
       77  WS-CONTROLE-REKNR PIC 9(7).
       77  WS-MENS-CENTEN       PIC 9(9).
       77  WS-UITSTAAND-CENTEN  PIC 9(9).
       77  WS-RENTE-CENTEN      PIC 9(9).
       77  WS-KAPITAAL-CENTEN   PIC 9(9).
       77  WS-TERMIJN-BEDRAG    PIC 9(9).
       77  WS-NOG-TE-INNEN      PIC 9(9).
       77  WS-TERMIJN PIC 9(3).
       77  WS-ACHTERSTAL PIC 9(3).
       77  WS-MAANDEN PIC 9(5).
       77  WS-JAREN   PIC 9(4).
       77  WS-REST-MAAND PIC 9(2).
       77  WS-RENTE-MEDEDELING    PIC X(50).
       77  WS-KAPITAAL-MEDEDELING PIC X(50).
       01  WS-VERVALDAG PIC 9(8).
       01  WS-VERVALDAG-DELEN REDEFINES WS-VERVALDAG.
           02 WS-VD-JAAR  PIC 9(4).
           02 WS-VD-MAAND PIC 9(2).
           02 WS-VD-DAG   PIC 9(2).
       01  WS-START-DELEN.
           02 WS-SD-JAAR  PIC 9(4).
           02 WS-SD-MAAND PIC 9(2).
           02 WS-SD-DAG   PIC 9(2).
       01  WS-MAANDTABEL-WAARDEN PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-MAANDTABEL REDEFINES WS-MAANDTABEL-WAARDEN.
           02 WS-DAGEN-IN-MAAND PIC 9(2) OCCURS 12.
       01  INNINGREGEL.
           02 I-LENING      PIC 9(6).
           02 FILLER        PIC X(3) VALUE " | ".
           02 I-REKENING    PIC 9(7).
           02 FILLER        PIC X(3) VALUE " | ".
           02 I-TERMIJN     PIC ZZ9.
           02 FILLER        PIC X(3) VALUE " | ".
           02 I-BEDRAG      PIC Z(6)9,99.
           02 FILLER        PIC X(3) VALUE " | ".
           02 I-TEKST       PIC X(41).
       01  ACHTERSTALREGEL.
           02 A-LENING      PIC 9(6).
           02 FILLER        PIC X(3) VALUE " | ".
           02 A-KLANT       PIC 9(7).
           02 FILLER        PIC X(3) VALUE " | ".
           02 A-REKENING    PIC 9(7).
           02 FILLER        PIC X(3) VALUE " | ".
           02 A-MAANDEN     PIC ZZ9.
           02 FILLER        PIC X(3) VALUE " | ".
           02 A-ACHTERSTAL  PIC Z(6)9,99.
           02 FILLER        PIC X(3) VALUE " | ".
           02 A-UITSTAAND   PIC Z(6)9,99.
       01  ACHTERSTALKOP.
           02 FILLER PIC X(9)  VALUE "LENING | ".
           02 FILLER PIC X(10) VALUE "KLANT   | ".
           02 FILLER PIC X(10) VALUE "REKENING| ".
           02 FILLER PIC X(6)  VALUE "MND | ".
           02 FILLER PIC X(13) VALUE "ACHTERSTAL | ".
           02 FILLER PIC X(10) VALUE "UITSTAAND ".
       01  WS-TOTAAL-BEDRAG PIC Z(8)9,99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           IF WS-OPENFOUT
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VERWERK-LENINGEN UNTIL STOPLEZEN
               PERFORM SCHRIJF-RAPPORTTOTALEN
               PERFORM SLUITBESTAND
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALISEER.
           MOVE "N" TO GEDAAN
           PERFORM LEES-BEDRIJFSDATUM
           PERFORM LEES-PARAMETERS
           STRING "BESTANDEN/LENINGINNING." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-RAPPORTNAAM
           STRING "BESTANDEN/ACHTERSTALLEN." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-ACHTERSTALNAAM
           OPEN OUTPUT RAPPORT
           IF NOT WS-RAPPORT-OK
               SET WS-OPENFOUT TO TRUE
           ELSE
               OPEN OUTPUT ACHTERSTALLEN
               IF NOT WS-RAPPORT-OK
                   SET WS-OPENFOUT TO TRUE
                   CLOSE RAPPORT
               END-IF
           END-IF
           IF NOT WS-OPENFOUT
               MOVE SPACES TO RAPPORTLIJN
               STRING "LENINGINNING " WS-VANDAAG
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
               MOVE SPACES TO ACHTERSTALLIJN
               STRING "ACHTERSTALLEN LENINGEN " WS-VANDAAG
                      DELIMITED BY SIZE INTO ACHTERSTALLIJN
               WRITE ACHTERSTALLIJN
               MOVE ACHTERSTALKOP TO ACHTERSTALLIJN
               WRITE ACHTERSTALLIJN
               OPEN I-O LENINGEN
               OPEN EXTEND VERRICHTINGEN
               OPEN I-O SALDI
               OPEN INPUT KLANTEN
               OPEN INPUT REKENINGEN
               MOVE ZEROS TO LEN-NR
               START LENINGEN KEY IS NOT LESS THAN LEN-NR
                   INVALID KEY MOVE "J" TO GEDAAN
               END-START
           END-IF.

       LEES-PARAMETERS.
           OPEN INPUT PARAMETERS
           MOVE "BANKPREFIX" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-BANKPREFIX
           END-IF
           MOVE "LENINGREK" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-LENINGREK
           END-IF
           CLOSE PARAMETERS.

      * EERST LATEN WE ALLE TERMIJNEN VERVALLEN WAARVAN DE
      * VERVALDAG BEREIKT IS (OOK MEERDERE, ALS DE NACHTVERWERKING
      * EEN TIJD NIET GELOPEN HEEFT), DAARNA WORDEN DE ONBETAALDE
      * TERMIJNEN VAN OUD NAAR NIEUW GEIND TOT DE DEKKING OP IS.
       VERWERK-LENINGEN.
           READ LENINGEN NEXT RECORD AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN AND LEN-ACTIEF
               PERFORM LAAT-TERMIJN-VERVALLEN
                   UNTIL LEN-VOLGENDE-VERVALDAG > WS-VANDAAG
                      OR LEN-VERVALLEN NOT < LEN-LOOPTIJD
               SET INVOER-OK TO TRUE
               PERFORM INT-EEN-TERMIJN
                   UNTIL LEN-BETAALD NOT < LEN-VERVALLEN
                      OR INVOER-NOK
               IF LEN-BETAALD NOT < LEN-LOOPTIJD
                   SET LEN-AFGELOST TO TRUE
               END-IF
               REWRITE LENINGREC
               IF LEN-VERVALLEN > LEN-BETAALD
                   PERFORM SCHRIJF-ACHTERSTAL
               END-IF
           END-IF.

       LAAT-TERMIJN-VERVALLEN.
           ADD 1 TO LEN-VERVALLEN
           COMPUTE WS-TERMIJN = LEN-VERVALLEN + 1
           PERFORM BEPAAL-VERVALDAG
           MOVE WS-VERVALDAG TO LEN-VOLGENDE-VERVALDAG.

      * VERVALDAG VAN TERMIJN WS-TERMIJN: DE STARTDATUM PLUS
      * ZOVEEL MAANDEN, OP DEZELFDE DAG VAN DE MAAND (GEKLEMD OP
      * HET EINDE VAN EEN KORTERE MAAND), ZOALS IN LENINGBEHEER.
       BEPAAL-VERVALDAG.
           MOVE LEN-STARTDATUM TO WS-START-DELEN
           MOVE LEN-STARTDATUM TO WS-VERVALDAG
           COMPUTE WS-MAANDEN = WS-SD-MAAND - 1 + WS-TERMIJN
           DIVIDE WS-MAANDEN BY 12
               GIVING WS-JAREN
               REMAINDER WS-REST-MAAND
           COMPUTE WS-VD-JAAR = WS-SD-JAAR + WS-JAREN
           COMPUTE WS-VD-MAAND = WS-REST-MAAND + 1
           MOVE WS-SD-DAG TO WS-VD-DAG
           IF WS-VD-DAG > WS-DAGEN-IN-MAAND(WS-VD-MAAND)
               MOVE WS-DAGEN-IN-MAAND(WS-VD-MAAND) TO WS-VD-DAG
               IF WS-VD-MAAND = 2
                       AND FUNCTION MOD(WS-VD-JAAR, 4) = 0
                       AND (FUNCTION MOD(WS-VD-JAAR, 100) NOT = 0
                            OR FUNCTION MOD(WS-VD-JAAR, 400) = 0)
                   MOVE 29 TO WS-VD-DAG
               END-IF
           END-IF.

      * EERST WORDT GEKEKEN WAT VAN DEZE TERMIJN VANDAAG AL
      * GEBOEKT IS: NA EEN HERSTART TUSSEN DE BOEKING EN DE
      * REWRITE VAN DE LENING IS DE TERMIJN AL GEIND EN MAG HIJ
      * NIET OPNIEUW AAN DE DEKKING OF DE BLOKKERING GETOETST
      * WORDEN. HET KAPITAALDEEL WORDT NA HET RENTEDEEL GEBOEKT:
      * STAAT HET ER, DAN IS DE HELE TERMIJN GEBOEKT. STAAT
      * ALLEEN HET RENTEDEEL ER, DAN MOET ENKEL HET KAPITAALDEEL
      * NOG GEDEKT ZIJN.
       INT-EEN-TERMIJN.
           COMPUTE WS-TERMIJN = LEN-BETAALD + 1
           PERFORM BEREKEN-TERMIJN
           PERFORM CONTROLEER-AL-GEBOEKT
           IF RENTE-AL-GEBOEKT
               MOVE WS-KAPITAAL-CENTEN TO WS-NOG-TE-INNEN
           ELSE
               MOVE WS-TERMIJN-BEDRAG TO WS-NOG-TE-INNEN
           END-IF
           IF NOT KAPITAAL-AL-GEBOEKT
               MOVE LEN-REKENING TO WS-ZOEK-REKNR
               PERFORM ZOEK-REKENING-EN-KLANT
               IF REKENING-ONGELDIG
                   MOVE "AFLOSSINGSREKENING ONBEKEND OF INACTIEF"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               ELSE
                   PERFORM CONTROLEER-DEKKING
               END-IF
           END-IF
           IF INVOER-OK
               IF NOT RENTE-AL-GEBOEKT AND WS-RENTE-CENTEN > 0
                   PERFORM BOEK-RENTE
               END-IF
               IF NOT KAPITAAL-AL-GEBOEKT
                   PERFORM BOEK-KAPITAAL
               END-IF
               ADD 1 TO LEN-BETAALD
               COMPUTE WS-UITSTAAND-CENTEN =
                       WS-UITSTAAND-CENTEN - WS-KAPITAAL-CENTEN
               DIVIDE WS-UITSTAAND-CENTEN BY 100
                   GIVING LEN-UIT-GEHEEL
                   REMAINDER LEN-UIT-DECIMAAL
               MOVE WS-VANDAAG TO LEN-LAATSTE-BETALING
               ADD 1 TO WS-AANTAL-GEIND
               ADD WS-TERMIJN-BEDRAG TO WS-GEIND-CENTEN
               MOVE "GEIND" TO FOUTMELDING
               PERFORM SCHRIJF-INNINGREGEL
           ELSE
               ADD 1 TO WS-AANTAL-GEWEIGERD
               PERFORM SCHRIJF-INNINGREGEL
           END-IF.

      * RENTE- EN KAPITAALDEEL VAN TERMIJN WS-TERMIJN OP HET
      * HUIDIGE UITSTAAND KAPITAAL (ZIE LENINGBEHEER).
       BEREKEN-TERMIJN.
           COMPUTE WS-UITSTAAND-CENTEN =
                   LEN-UIT-GEHEEL * 100 + LEN-UIT-DECIMAAL
           COMPUTE WS-MENS-CENTEN =
                   LEN-MS-GEHEEL * 100 + LEN-MS-DECIMAAL
           COMPUTE WS-RENTE-CENTEN ROUNDED =
                   WS-UITSTAAND-CENTEN * LEN-RENTEVOET / 120000
           IF WS-TERMIJN = LEN-LOOPTIJD
                   OR WS-MENS-CENTEN - WS-RENTE-CENTEN
                      > WS-UITSTAAND-CENTEN
               MOVE WS-UITSTAAND-CENTEN TO WS-KAPITAAL-CENTEN
           ELSE
               COMPUTE WS-KAPITAAL-CENTEN =
                       WS-MENS-CENTEN - WS-RENTE-CENTEN
           END-IF
           COMPUTE WS-TERMIJN-BEDRAG =
                   WS-KAPITAAL-CENTEN + WS-RENTE-CENTEN
           MOVE SPACES TO WS-RENTE-MEDEDELING
           STRING "LENINGRENTE " LEN-NR " TERMIJN " WS-TERMIJN
                  DELIMITED BY SIZE INTO WS-RENTE-MEDEDELING
           MOVE SPACES TO WS-KAPITAAL-MEDEDELING
           STRING "LENING " LEN-NR " TERMIJN " WS-TERMIJN
                  " KAPITAAL"
                  DELIMITED BY SIZE INTO WS-KAPITAAL-MEDEDELING.

      * EEN GEBLOKKEERDE REKENING ("D" OF "B") MAG NIET MEER
      * GEDEBITEERD WORDEN; DE VOLLEDIGE TERMIJN MOET BINNEN SALDO
      * PLUS KREDIETLIMIET VALLEN (GEEN GEDEELTELIJKE INNING).
       CONTROLEER-DEKKING.
           MOVE LEN-REKENING TO SALDO-NR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           MOVE LEN-REKENING TO SALDO-NR
                           SET SALDO-POSITIEF TO TRUE
           END-READ
           IF BLOK-DEBET OR BLOK-VOLLEDIG
               MOVE "AFLOSSINGSREKENING IS GEBLOKKEERD"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE
               PERFORM LEES-SALDO-CENTEN
               COMPUTE WS-KREDIET-CENTEN =
                       KREDIET-GEHEEL * 100 + KREDIET-DECIMAAL
               IF WS-NOG-TE-INNEN >
                       WS-SALDO-CENTEN + WS-KREDIET-CENTEN
                   MOVE "ONVOLDOENDE SALDO" TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
           END-IF.

      * EEN REKENINGNUMMER WORDT EERST IN HET REKENINGENBESTAND
      * GEZOCHT: STAAT HET DAAR, DAN MOETEN DE REKENING EN HAAR
      * EIGENAAR ACTIEF ZIJN. STAAT HET ER NIET, DAN GELDT DE
      * OUDE REGEL (KLANTNUMMER = REKENINGNUMMER) RECHTSTREEKS OP
      * HET KLANTENBESTAND (ZELFDE AANPAK ALS VERRICHTING).
       ZOEK-REKENING-EN-KLANT.
           SET REKENING-GELDIG TO TRUE
           MOVE WS-ZOEK-REKNR TO REK-NR
           READ REKENINGEN
               INVALID KEY PERFORM ZOEK-KLANT-RECHTSTREEKS
               NOT INVALID KEY PERFORM CONTROLEER-REKENINGRECORD
           END-READ.

       CONTROLEER-REKENINGRECORD.
           IF REK-INACTIEF
               SET REKENING-ONGELDIG TO TRUE
           ELSE
               MOVE REK-KLANT TO NR IN KLANT
               READ KLANTEN
                   INVALID KEY SET REKENING-ONGELDIG TO TRUE
               END-READ
               IF REKENING-GELDIG AND KLANT-INACTIEF
                   SET REKENING-ONGELDIG TO TRUE
               END-IF
           END-IF.

       ZOEK-KLANT-RECHTSTREEKS.
           MOVE WS-ZOEK-REKNR TO NR IN KLANT
           READ KLANTEN
               INVALID KEY SET REKENING-ONGELDIG TO TRUE
           END-READ
           IF REKENING-GELDIG AND KLANT-INACTIEF
               SET REKENING-ONGELDIG TO TRUE
           END-IF.

      * CONTROLEERT OF HET RENTE- EN HET KAPITAALDEEL VAN DEZE
      * TERMIJN VANDAAG AL IN DAGVERRICHTINGEN STAAN, ZODAT EEN
      * HERSTART NA EEN CRASH TUSSEN HET BOEKEN EN DE REWRITE VAN
      * DE LENING NIETS DUBBEL INT (ZELFDE AANPAK ALS
      * OPDRACHTUITVOERING). DE HERKENNING GEBEURT OP DE VASTE
      * MEDEDELING MET LENINGNUMMER EN TERMIJN.
       CONTROLEER-AL-GEBOEKT.
           MOVE "N" TO WS-RENTE-GEBOEKT-VLAG
           MOVE "N" TO WS-KAPITAAL-GEBOEKT-VLAG
           CLOSE VERRICHTINGEN
           OPEN INPUT VERRICHTINGEN
           MOVE "N" TO WS-SCAN-GEDAAN
           PERFORM SCAN-EEN-VERRICHTING UNTIL SCAN-KLAAR
           CLOSE VERRICHTINGEN
           OPEN EXTEND VERRICHTINGEN.

       SCAN-EEN-VERRICHTING.
           READ VERRICHTINGEN AT END MOVE "J" TO WS-SCAN-GEDAAN
           END-READ
           IF NOT SCAN-KLAAR AND DATUM = WS-VANDAAG
               IF RENTE AND MEDEDELING = WS-RENTE-MEDEDELING
                   SET RENTE-AL-GEBOEKT TO TRUE
               END-IF
               IF OVERSCHRIJVING
                       AND MEDEDELING = WS-KAPITAAL-MEDEDELING
                   SET KAPITAAL-AL-GEBOEKT TO TRUE
               END-IF
           END-IF.

      * HET RENTEDEEL GAAT ALS RENTEBOEKING TEN LASTE VAN DE
      * AFLOSSINGSREKENING (VAN-KANT, NAAR-KANT NUL), ZOALS DE
      * DEBETRENTE IN RENTEBEREKENING.
       BOEK-RENTE.
           MOVE ZEROS TO VERRICHTING
           SET RENTE TO TRUE
           MOVE LEN-REKENING TO DEEL2 IN VAN
           DIVIDE WS-RENTE-CENTEN BY 100
               GIVING GEHEEL IN BEDRAG
               REMAINDER DECIMAAL IN BEDRAG
           MOVE WS-VANDAAG TO DATUM
           MOVE WS-RENTE-MEDEDELING TO MEDEDELING
           MOVE "BTCH" TO OPERATOR
           ACCEPT WS-TIJD-RUW FROM TIME
           DIVIDE WS-TIJD-RUW BY 100 GIVING TIJD
           WRITE VERRICHTING
           PERFORM WERK-SALDO-BIJ-AF-VAN.

      * HET KAPITAALDEEL GAAT ALS OVERSCHRIJVING NAAR DE
      * LENINGEN-TUSSENREKENING.
       BOEK-KAPITAAL.
           MOVE ZEROS TO VERRICHTING
           SET OVERSCHRIJVING TO TRUE
           MOVE WS-BANKPREFIX TO DEEL1 IN VAN
           MOVE LEN-REKENING TO DEEL2 IN VAN
           MOVE LEN-REKENING TO WS-CONTROLE-REKNR
           PERFORM BEREKEN-CONTROLEGETAL
           MOVE WS-CONTROLEGETAL TO DEEL3 IN VAN
           MOVE WS-BANKPREFIX TO DEEL1 IN NAAR
           MOVE WS-LENINGREK TO DEEL2 IN NAAR
           MOVE WS-LENINGREK TO WS-CONTROLE-REKNR
           PERFORM BEREKEN-CONTROLEGETAL
           MOVE WS-CONTROLEGETAL TO DEEL3 IN NAAR
           DIVIDE WS-KAPITAAL-CENTEN BY 100
               GIVING GEHEEL IN BEDRAG
               REMAINDER DECIMAAL IN BEDRAG
           MOVE WS-VANDAAG TO DATUM
           MOVE WS-KAPITAAL-MEDEDELING TO MEDEDELING
           MOVE "BTCH" TO OPERATOR
           ACCEPT WS-TIJD-RUW FROM TIME
           DIVIDE WS-TIJD-RUW BY 100 GIVING TIJD
           WRITE VERRICHTING
           PERFORM WERK-SALDO-BIJ-AF-VAN
           PERFORM WERK-SALDO-BIJ-BIJ-NAAR.

      * CONTROLEGETAL VAN EEN EIGEN REKENING, ZELFDE MODULO-97-TEST
      * ALS VERRICHTING.
       BEREKEN-CONTROLEGETAL.
           COMPUTE WS-BBAN-GETAL = WS-BANKPREFIX * 10000000 +
                   WS-CONTROLE-REKNR
           COMPUTE WS-CONTROLEGETAL = FUNCTION MOD(WS-BBAN-GETAL, 97)
           IF WS-CONTROLEGETAL = 0
               MOVE 97 TO WS-CONTROLEGETAL
           END-IF.

       WERK-SALDO-BIJ-AF-VAN.
           MOVE DEEL2 IN VAN TO SALDO-NR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           MOVE DEEL2 IN VAN TO SALDO-NR
                           SET SALDO-POSITIEF TO TRUE
           END-READ
           PERFORM LEES-SALDO-CENTEN
           COMPUTE WS-BEDRAG-CENTEN =
                   GEHEEL IN BEDRAG * 100 + DECIMAAL IN BEDRAG
           SUBTRACT WS-BEDRAG-CENTEN FROM WS-SALDO-CENTEN
           PERFORM ZET-SALDO-CENTEN
           REWRITE SALDOREC INVALID KEY WRITE SALDOREC END-WRITE
           END-REWRITE.

       WERK-SALDO-BIJ-BIJ-NAAR.
           MOVE DEEL2 IN NAAR TO SALDO-NR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           MOVE DEEL2 IN NAAR TO SALDO-NR
                           SET SALDO-POSITIEF TO TRUE
           END-READ
           PERFORM LEES-SALDO-CENTEN
           COMPUTE WS-BEDRAG-CENTEN =
                   GEHEEL IN BEDRAG * 100 + DECIMAAL IN BEDRAG
           ADD WS-BEDRAG-CENTEN TO WS-SALDO-CENTEN
           PERFORM ZET-SALDO-CENTEN
           REWRITE SALDOREC INVALID KEY WRITE SALDOREC END-WRITE
           END-REWRITE.

       LEES-SALDO-CENTEN.
           COMPUTE WS-SALDO-CENTEN =
                   SALDO-GEHEEL * 100 + SALDO-DECIMAAL
           IF SALDO-NEGATIEF
               COMPUTE WS-SALDO-CENTEN = 0 - WS-SALDO-CENTEN
           END-IF.

       ZET-SALDO-CENTEN.
           IF WS-SALDO-CENTEN < 0
               SET SALDO-NEGATIEF TO TRUE
               COMPUTE WS-SALDO-CENTEN = 0 - WS-SALDO-CENTEN
           ELSE
               SET SALDO-POSITIEF TO TRUE
           END-IF
           DIVIDE WS-SALDO-CENTEN BY 100
               GIVING SALDO-GEHEEL
               REMAINDER SALDO-DECIMAAL.

       SCHRIJF-INNINGREGEL.
           MOVE LEN-NR TO I-LENING
           MOVE LEN-REKENING TO I-REKENING
           MOVE WS-TERMIJN TO I-TERMIJN
           MOVE WS-TERMIJN-BEDRAG TO I-BEDRAG
           MOVE FOUTMELDING TO I-TEKST
           MOVE INNINGREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

      * HET ACHTERSTALLIG BEDRAG IS HET AANTAL ONBETAALDE
      * VERVALLEN TERMIJNEN MAAL DE MENSUALITEIT, NOOIT MEER DAN
      * HET UITSTAAND KAPITAAL PLUS DE RENTE VAN DE EERSTVOLGENDE
      * TERMIJN (DE LAATSTE TERMIJN KAN KLEINER ZIJN).
       SCHRIJF-ACHTERSTAL.
           COMPUTE WS-ACHTERSTAL = LEN-VERVALLEN - LEN-BETAALD
           COMPUTE WS-TERMIJN = LEN-BETAALD + 1
           PERFORM BEREKEN-TERMIJN
           COMPUTE WS-BEDRAG-CENTEN = WS-ACHTERSTAL * WS-MENS-CENTEN
           IF WS-BEDRAG-CENTEN >
                   WS-UITSTAAND-CENTEN + WS-RENTE-CENTEN
               COMPUTE WS-BEDRAG-CENTEN =
                       WS-UITSTAAND-CENTEN + WS-RENTE-CENTEN
           END-IF
           MOVE LEN-NR TO A-LENING
           MOVE LEN-KLANT TO A-KLANT
           MOVE LEN-REKENING TO A-REKENING
           MOVE WS-ACHTERSTAL TO A-MAANDEN
           MOVE WS-BEDRAG-CENTEN TO A-ACHTERSTAL
           MOVE WS-UITSTAAND-CENTEN TO A-UITSTAAND
           MOVE ACHTERSTALREGEL TO ACHTERSTALLIJN
           WRITE ACHTERSTALLIJN
           ADD 1 TO WS-AANTAL-ACHTERSTAL
           ADD WS-BEDRAG-CENTEN TO WS-ACHTERSTAL-TOTAAL.

       SCHRIJF-RAPPORTTOTALEN.
           MOVE WS-GEIND-CENTEN TO WS-TOTAAL-BEDRAG
           MOVE SPACES TO RAPPORTLIJN
           STRING "GEIND: " WS-AANTAL-GEIND
                  "  GEWEIGERD: " WS-AANTAL-GEWEIGERD
                  "  TOTAAL GEIND: " WS-TOTAAL-BEDRAG
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE WS-ACHTERSTAL-TOTAAL TO WS-TOTAAL-BEDRAG
           MOVE SPACES TO ACHTERSTALLIJN
           STRING "LENINGEN MET ACHTERSTAL: " WS-AANTAL-ACHTERSTAL
                  "  TOTAAL ACHTERSTAL: " WS-TOTAAL-BEDRAG
                  DELIMITED BY SIZE INTO ACHTERSTALLIJN
           WRITE ACHTERSTALLIJN.

       SLUITBESTAND.
           CLOSE LENINGEN
           CLOSE VERRICHTINGEN
           CLOSE SALDI
           CLOSE KLANTEN
           CLOSE REKENINGEN
           CLOSE RAPPORT
           CLOSE ACHTERSTALLEN.

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
