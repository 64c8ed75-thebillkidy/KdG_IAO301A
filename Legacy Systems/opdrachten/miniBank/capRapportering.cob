      ************************************************************
      * CAPRAPPORTERING
      *
      * DRIEMAANDELIJKSE BATCHJOB (LOS VAN DE NACHTVERWERKING,
      * ZOALS RENTEBEREKENING EN KOSTENBEREKENING): MAAKT DE
      * MELDING AAN HET CENTRAAL AANSPREEKPUNT (CAP) VAN DE
      * NATIONALE BANK VAN WELKE NATUURLIJKE PERSONEN WELKE
      * REKENINGEN HOUDEN OF HIELDEN, VOOR HET LAATST AFGESLOTEN
      * KWARTAAL VOOR DE BEDRIJFSDATUM (DE JOB DRAAIT DUS IN DE
      * EERSTE DAGEN VAN HET VOLGENDE KWARTAAL).
      *
      * GEMELDE BEWEGINGEN IN HET KWARTAAL:
      *   O  OPENING: REKENINGEN MET REK-OPENDATUM IN HET
      *      KWARTAAL, VOOR DE EIGENAAR (REK-KLANT)
      *   S  SLUITING: EEN REKENING GESLOTEN VIA
      *      REKENINGENBEHEER (AUDITACTIE REK-SLUITEN) OF DE
      *      KLANTREKENING VAN EEN VERWIJDERDE KLANT (AUDITACTIE
      *      VERWIJDEREN), VOOR DE EIGENAAR EN VOOR ELKE HOUDER
      *      OF VOLMACHTHEBBER DIE DAN NOG GELDIG WAS
      *   N  NIEUWE HOUDER OF VOLMACHTHEBBER (AUDITACTIE
      *      HOUDER-NW)
      *   B  BEEINDIGD HOUDERSCHAP: INGETROKKEN (AUDITACTIE
      *      HOUDER-INT) OF EEN VOLMACHT WAARVAN DE EINDDATUM IN
      *      HET KWARTAAL VIEL
      * DE DATUM VAN EEN AUDITREGEL IS DE DATUM WAAROP DE
      * BEDIENDE DE HANDELING UITVOERDE. DE INTERNE
      * TUSSENREKENINGEN (CLEARINGREK, LENINGREK, FIRMAREK,
      * NETWERKREK) WORDEN NIET GEMELD.
      *
      * ELKE PERSOON WORDT GEMELD MET RIJKSREGISTERNUMMER, NAAM
      * EN GEBOORTEDATUM UIT "BESTANDEN/KLANTEN". EEN KLANT
      * WAARVAN DIE IDENTITEIT NOG ONTBREEKT WORDT NIET GEMELD
      * MAAR OP HET CONTROLERAPPORT GEZET; NA AANVULLING IN
      * KLANTENBEHEER (OPTIE 3) WORDT DE JOB VOOR HETZELFDE
      * KWARTAAL OPNIEUW GEDRAAID.
      *
      * MELDBESTAND "BESTANDEN/CAP.JJJJKN" (VAST FORMAAT, 100
      * POSITIES, ZIE CAPREGEL):
      *   H  BANKPREFIX, JAAR, KWARTAAL, PERIODE, AANMAAKDATUM
      *   D  BEWEGING, REKENING (DEEL1-DEEL2-DEEL3), ROL (T
      *      TITULARIS, C CO-TITULARIS, V VOLMACHTHEBBER),
      *      RIJKSREGISTERNUMMER, GEBOORTEDATUM, NAAM,
      *      DATUM VAN DE BEWEGING, OPENINGSDATUM VAN DE REKENING
      *      (NUL = ONBEKEND)
      *   T  AANTAL D-REGELS PER BEWEGING EN IN TOTAAL
      * CONTROLERAPPORT "BESTANDEN/CAPCONTROLE.JJJJKN" MET DE
      * AANTALLEN PER BEWEGING EN DE NIET GEMELDE PERSONEN.
      *
      * EEN HERNEMING VOOR HETZELFDE KWARTAAL MAAKT BEIDE
      * BESTANDEN OPNIEUW AAN: HET MELDBESTAND WORDT VERVANGEN,
      * NIET AANGEVULD.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPRAPPORTERING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR.
           SELECT OPTIONAL REKENINGEN
                  ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REK-NR.
           SELECT OPTIONAL REKENINGHOUDERS
                  ASSIGN TO "BESTANDEN/REKENINGHOUDERS"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS RH-SLEUTEL.
           SELECT OPTIONAL KLANTENAUDIT
                  ASSIGN TO "BESTANDEN/KLANTENAUDIT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPBESTAND
                  ASSIGN TO DYNAMIC WS-CAPNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAP-STATUS.
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

       FD  REKENINGHOUDERS BLOCK CONTAINS 10 RECORDS.
       01  HOUDERREC.
           02 RH-SLEUTEL.
               03 RH-REKENING PIC 9(7).
               03 RH-KLANT    PIC 9(7).
           02 RH-ROL PIC X.
               88 RH-TITULARIS   VALUE "T".
               88 RH-COTITULARIS VALUE "C".
               88 RH-VOLMACHT    VALUE "V".
           02 RH-LIMIET.
               03 RH-LIM-GEHEEL   PIC 9(7).
               03 RH-LIM-DECIMAAL PIC 9(2).
           02 RH-EINDDATUM PIC 9(8).
           02 RH-STATUS PIC X.
               88 RH-ACTIEF      VALUE "A".
               88 RH-INGETROKKEN VALUE "I".
           02 RH-OPERATOR PIC X(4).
           02 RH-WIJZIGDATUM PIC 9(8).

      * BIJ EEN HOUDERWIJZIGING IS A-NR DE REKENING EN STAAT
      * "KLANT NNNNNNN ROL X" IN A-NA-NAAM (ZIE KLANTENBEHEER).
       FD  KLANTENAUDIT.
       01  AUDITREGEL.
           02 A-TIJDSTEMPEL.
               03 A-DATUM     PIC 9(8).
               03 A-TIJD      PIC 9(8).
           02 FILLER          PIC X.
           02 A-ACTIE         PIC X(11).
               88 A-REK-SLUITEN VALUE "REK-SLUITEN".
               88 A-VERWIJDEREN VALUE "VERWIJDEREN".
               88 A-HOUDER-NW   VALUE "HOUDER-NW".
               88 A-HOUDER-INT  VALUE "HOUDER-INT".
           02 FILLER          PIC X.
           02 A-NR            PIC 9(7).
           02 FILLER          PIC X.
           02 A-VOOR-NAAM     PIC X(20).
           02 A-VOOR-STRAAT   PIC X(30).
           02 A-VOOR-POSTCODE PIC X(8).
           02 A-VOOR-GEMEENTE PIC X(20).
           02 A-VOOR-TEL      PIC X(13).
           02 FILLER          PIC X.
           02 A-NA-NAAM       PIC X(20).
           02 FILLER REDEFINES A-NA-NAAM.
               03 FILLER         PIC X(6).
               03 A-HOUDER-KLANT PIC 9(7).
               03 FILLER         PIC X(5).
               03 A-HOUDER-ROL   PIC X.
               03 FILLER         PIC X.
           02 A-NA-STRAAT     PIC X(30).
           02 A-NA-POSTCODE   PIC X(8).
           02 A-NA-GEMEENTE   PIC X(20).
           02 A-NA-TEL        PIC X(13).
           02 FILLER          PIC X.
           02 A-OPERATOR      PIC X(4).
           02 FILLER          PIC X.
           02 A-VOOR-RIJKSREGISTERNR PIC X(11).
           02 A-VOOR-GEBOORTEDATUM   PIC X(8).
           02 FILLER          PIC X.
           02 A-NA-RIJKSREGISTERNR   PIC X(11).
           02 A-NA-GEBOORTEDATUM     PIC X(8).

       FD  CAPBESTAND.
       01  CAPREGEL.
           02 C-TYPE PIC X.
           02 C-INHOUD PIC X(99).
       01  CAP-KOPREGEL.
           02 FILLER         PIC X.
           02 C-H-BANK       PIC 9(3).
           02 C-H-JAAR       PIC 9(4).
           02 C-H-KWARTAAL   PIC 9.
           02 C-H-VAN        PIC 9(8).
           02 C-H-TOT        PIC 9(8).
           02 C-H-AANMAAK    PIC 9(8).
           02 FILLER         PIC X(67).
       01  CAP-DETAILREGEL.
           02 FILLER         PIC X.
           02 C-D-BEWEGING   PIC X.
           02 C-D-REKENING.
               03 C-D-DEEL1  PIC 9(3).
               03 C-D-DEEL2  PIC 9(7).
               03 C-D-DEEL3  PIC 9(2).
           02 C-D-ROL        PIC X.
           02 C-D-RIJKSREGISTERNR PIC 9(11).
           02 C-D-GEBOORTEDATUM   PIC 9(8).
           02 C-D-NAAM       PIC X(20).
           02 C-D-DATUM      PIC 9(8).
           02 C-D-OPENDATUM  PIC 9(8).
           02 FILLER         PIC X(30).
       01  CAP-TOTAALREGEL.
           02 FILLER         PIC X.
           02 C-T-OPENINGEN  PIC 9(7).
           02 C-T-SLUITINGEN PIC 9(7).
           02 C-T-NIEUW      PIC 9(7).
           02 C-T-BEEINDIGD  PIC 9(7).
           02 C-T-TOTAAL     PIC 9(7).
           02 FILLER         PIC X(64).

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
       77  WS-CAPNAAM      PIC X(44).
       77  WS-CAP-STATUS   PIC XX.
           88 WS-CAP-OK VALUES "00" "05".
       77  WS-RAPPORTNAAM  PIC X(44).
       77  WS-RAPPORT-STATUS PIC XX.
           88 WS-RAPPORT-OK VALUES "00" "05".
       77  WS-FOUTVLAG     PIC X VALUE "N".
           88 WS-OPENFOUT VALUE "J".
       77  WS-VANDAAG      PIC 9(8).
       77  WS-BANKPREFIX   PIC 9(3) VALUE 1.
       77  WS-CLEARINGREK  PIC 9(7) VALUE 9999999.
       77  WS-LENINGREK    PIC 9(7) VALUE 9999998.
       77  WS-FIRMAREK     PIC 9(7) VALUE 0.
       77  WS-NETWERKREK   PIC 9(7) VALUE 9999997.
       77  WS-BBAN-GETAL   PIC 9(10).
       77  WS-CONTROLEGETAL PIC 9(2).
       77  WS-REK-GEDAAN   PIC X.
           88 REK-KLAAR VALUE "J".
       77  WS-HOU-GEDAAN   PIC X.
           88 HOU-KLAAR VALUE "J".
       77  WS-AUDIT-GEDAAN PIC X.
           88 AUDIT-KLAAR VALUE "J".
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
       77  WS-PARAM-GEVONDEN-VLAG PIC X.
           88 PARAM-GEVONDEN VALUE "J".
       77  WS-PARAM-GEDAAN PIC X.
           88 PARAM-KLAAR VALUE "J".
       01  WS-DATUM.
           02 WS-DATUM-JAAR  PIC 9(4).
           02 WS-DATUM-MAAND PIC 9(2).
           02 WS-DATUM-DAG   PIC 9(2).
       01  WS-DATUM-N REDEFINES WS-DATUM PIC 9(8).
       77  WS-JAAR         PIC 9(4).
       77  WS-KWARTAAL     PIC 9.
       77  WS-VAN-DATUM    PIC 9(8).
       77  WS-TOT-DATUM    PIC 9(8).
      * GEGEVENS VAN DE TE MELDEN BEWEGING (ZIE MELD-BEWEGING).
       77  WS-M-BEWEGING   PIC X.
       77  WS-M-REKENING   PIC 9(7).
       77  WS-M-KLANT      PIC 9(7).
       77  WS-M-ROL        PIC X.
       77  WS-M-DATUM      PIC 9(8).
       77  WS-M-OPENDATUM  PIC 9(8).
       77  WS-REK-INTERN-VLAG PIC X.
           88 REKENING-INTERN VALUE "J".
       77  WS-REK-GESLOTEN-VLAG PIC X.
           88 REKENING-GESLOTEN VALUE "J".
       77  WS-KLANT-GEVONDEN-VLAG PIC X.
           88 KLANT-GEVONDEN VALUE "J".
       77  WS-AANTAL-OPENINGEN  PIC 9(7) VALUE ZERO.
       77  WS-AANTAL-SLUITINGEN PIC 9(7) VALUE ZERO.
       77  WS-AANTAL-NIEUW      PIC 9(7) VALUE ZERO.
       77  WS-AANTAL-BEEINDIGD  PIC 9(7) VALUE ZERO.
       77  WS-AANTAL-GEMELD     PIC 9(7) VALUE ZERO.
       77  WS-AANTAL-ONVOLLEDIG PIC 9(7) VALUE ZERO.
      * REKENINGEN DIE IN HET KWARTAAL GESLOTEN WERDEN, MET DE
      * DATUM, OM EEN VERLOPEN VOLMACHT NIET DUBBEL TE MELDEN.
       77  GS-GEVULD PIC 9(4) COMP VALUE ZERO.
       77  GS-IX PIC 9(4) COMP.
       77  WS-GS-GEVONDEN-VLAG PIC X.
           88 GS-GEVONDEN VALUE "J".
       01  WS-GESLOTEN-TABEL.
           02 GS-RIJ OCCURS 2000 TIMES.
               03 GS-REKENING PIC 9(7).
               03 GS-DATUM    PIC 9(8).
       01  ONVOLLEDIGREGEL.
           02 O-KLANT     PIC 9(7).
           02 FILLER      PIC X(3) VALUE " | ".
           02 O-REKENING  PIC 9(7).
           02 FILLER      PIC X(3) VALUE " | ".
           02 O-BEWEGING  PIC X.
           02 FILLER      PIC X(3) VALUE " | ".
           02 O-DATUM     PIC 9(8).
           02 FILLER      PIC X(3) VALUE " | ".
           02 O-NAAM      PIC X(20).
           02 FILLER      PIC X(3) VALUE " | ".
           02 O-REDEN     PIC X(30).
       01  TOTAALREGEL.
           02 T-OMSCHRIJVING PIC X(40).
           02 T-AANTAL       PIC Z(6)9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           IF WS-OPENFOUT
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VERWERK-OPENING UNTIL REK-KLAAR
               PERFORM VERWERK-AUDITREGEL UNTIL AUDIT-KLAAR
               PERFORM START-HOUDERS
               PERFORM VERWERK-VOLMACHTEINDE UNTIL HOU-KLAAR
               PERFORM SCHRIJF-TOTALEN
               PERFORM SLUITBESTAND
               DISPLAY "CAPRAPPORTERING: " WS-JAAR " KWARTAAL "
                       WS-KWARTAAL ", " WS-AANTAL-GEMELD
                       " BEWEGINGEN GEMELD, " WS-AANTAL-ONVOLLEDIG
                       " NIET GEMELD (IDENTITEIT ONVOLLEDIG)"
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALISEER.
           PERFORM LEES-BEDRIJFSDATUM
           PERFORM LEES-PARAMETERS
           PERFORM BEPAAL-KWARTAAL
           STRING "BESTANDEN/CAP." WS-JAAR "K" WS-KWARTAAL
                  DELIMITED BY SIZE INTO WS-CAPNAAM
           STRING "BESTANDEN/CAPCONTROLE." WS-JAAR "K" WS-KWARTAAL
                  DELIMITED BY SIZE INTO WS-RAPPORTNAAM
           OPEN OUTPUT RAPPORT
           IF NOT WS-RAPPORT-OK
               SET WS-OPENFOUT TO TRUE
           ELSE
               OPEN OUTPUT CAPBESTAND
               IF NOT WS-CAP-OK
                   CLOSE RAPPORT
                   SET WS-OPENFOUT TO TRUE
               END-IF
           END-IF
           IF NOT WS-OPENFOUT
               PERFORM SCHRIJF-KOP
               OPEN INPUT KLANTEN
               OPEN INPUT REKENINGEN
               OPEN INPUT REKENINGHOUDERS
               OPEN INPUT KLANTENAUDIT
               MOVE "N" TO WS-AUDIT-GEDAAN
               MOVE "N" TO WS-REK-GEDAAN
               MOVE ZEROS TO REK-NR
               START REKENINGEN KEY IS NOT LESS THAN REK-NR
                   INVALID KEY MOVE "J" TO WS-REK-GEDAAN
               END-START
           END-IF.

      * HET TE MELDEN KWARTAAL IS HET LAATSTE DAT VOLLEDIG VOOR
      * DE BEDRIJFSDATUM AFGELOPEN IS.
       BEPAAL-KWARTAAL.
           MOVE WS-VANDAAG TO WS-DATUM-N
           MOVE WS-DATUM-JAAR TO WS-JAAR
           COMPUTE WS-KWARTAAL = (WS-DATUM-MAAND - 1) / 3
           IF WS-KWARTAAL = 0
               MOVE 4 TO WS-KWARTAAL
               SUBTRACT 1 FROM WS-JAAR
           END-IF
           MOVE WS-JAAR TO WS-DATUM-JAAR
           COMPUTE WS-DATUM-MAAND = WS-KWARTAAL * 3 - 2
           MOVE 1 TO WS-DATUM-DAG
           MOVE WS-DATUM-N TO WS-VAN-DATUM
           COMPUTE WS-DATUM-MAAND = WS-KWARTAAL * 3
           IF WS-KWARTAAL = 1 OR WS-KWARTAAL = 4
               MOVE 31 TO WS-DATUM-DAG
           ELSE
               MOVE 30 TO WS-DATUM-DAG
           END-IF
           MOVE WS-DATUM-N TO WS-TOT-DATUM.

       LEES-PARAMETERS.
           OPEN INPUT PARAMETERS
           MOVE "BANKPREFIX" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-BANKPREFIX
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
           MOVE SPACES TO CAPREGEL
           MOVE "H" TO C-TYPE
           MOVE WS-BANKPREFIX TO C-H-BANK
           MOVE WS-JAAR TO C-H-JAAR
           MOVE WS-KWARTAAL TO C-H-KWARTAAL
           MOVE WS-VAN-DATUM TO C-H-VAN
           MOVE WS-TOT-DATUM TO C-H-TOT
           MOVE WS-VANDAAG TO C-H-AANMAAK
           WRITE CAPREGEL
           MOVE SPACES TO RAPPORTLIJN
           STRING "CAP-MELDING " WS-JAAR " KWARTAAL " WS-KWARTAAL
                  " (" WS-VAN-DATUM " - " WS-TOT-DATUM
                  "), AANGEMAAKT OP " WS-VANDAAG
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTLIJN
           STRING "MELDBESTAND: " WS-CAPNAAM
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE "NIET GEMELD (IDENTITEIT ONVOLLEDIG):" TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTLIJN
           STRING "KLANT   | REKNR   | B | DATUM    | NAAM"
                  "                 | REDEN"
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE ALL "-" TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

      * OPENINGEN: ELKE REKENING UIT HET REKENINGENBESTAND MET
      * OPENINGSDATUM IN HET KWARTAAL, OOK ALS ZE INTUSSEN AL
      * WEER GESLOTEN IS (DE SLUITING VOLGT DAN UIT DE AUDIT).
       VERWERK-OPENING.
           READ REKENINGEN NEXT RECORD
               AT END MOVE "J" TO WS-REK-GEDAAN
           END-READ
           IF NOT REK-KLAAR
                   AND REK-OPENDATUM NOT < WS-VAN-DATUM
                   AND REK-OPENDATUM NOT > WS-TOT-DATUM
               MOVE REK-NR TO WS-M-REKENING
               PERFORM CONTROLEER-INTERN
               IF NOT REKENING-INTERN
                   MOVE "O" TO WS-M-BEWEGING
                   MOVE REK-KLANT TO WS-M-KLANT
                   MOVE "T" TO WS-M-ROL
                   MOVE REK-OPENDATUM TO WS-M-DATUM
                   MOVE REK-OPENDATUM TO WS-M-OPENDATUM
                   PERFORM MELD-BEWEGING
               END-IF
           END-IF.

      * DE INTERNE TUSSENREKENINGEN HOREN BIJ GEEN PERSOON.
       CONTROLEER-INTERN.
           MOVE "N" TO WS-REK-INTERN-VLAG
           IF WS-M-REKENING = WS-CLEARINGREK
                   OR WS-M-REKENING = WS-LENINGREK
                   OR WS-M-REKENING = WS-FIRMAREK
                   OR WS-M-REKENING = WS-NETWERKREK
               SET REKENING-INTERN TO TRUE
           END-IF.

       VERWERK-AUDITREGEL.
           READ KLANTENAUDIT
               AT END MOVE "J" TO WS-AUDIT-GEDAAN
           END-READ
           IF NOT AUDIT-KLAAR
                   AND A-DATUM NOT < WS-VAN-DATUM
                   AND A-DATUM NOT > WS-TOT-DATUM
               MOVE A-NR TO WS-M-REKENING
               PERFORM CONTROLEER-INTERN
               IF NOT REKENING-INTERN
                   IF A-REK-SLUITEN OR A-VERWIJDEREN
                       PERFORM MELD-SLUITING
                   ELSE IF A-HOUDER-NW OR A-HOUDER-INT
                       PERFORM MELD-HOUDERWIJZIGING
                   END-IF
                   END-IF
               END-IF
           END-IF.

      * DE EIGENAAR STAAT IN HET REKENINGRECORD; EEN KLANTREKENING
      * VAN VOOR HET REKENINGENBESTAND HEEFT GEEN RECORD EN IS VAN
      * DE KLANT MET HETZELFDE NUMMER (OPENINGSDATUM ONBEKEND).
       LEES-EIGENAAR.
           MOVE WS-M-REKENING TO REK-NR
           READ REKENINGEN
               INVALID KEY
                   MOVE WS-M-REKENING TO REK-KLANT
                   MOVE ZEROS TO REK-OPENDATUM
           END-READ
           MOVE REK-OPENDATUM TO WS-M-OPENDATUM.

      * EEN SLUITING WORDT GEMELD VOOR DE EIGENAAR EN VOOR ELKE
      * HOUDER OF VOLMACHTHEBBER DIE OP DE SLUITINGSDATUM NOG
      * GELDIG WAS. EEN VOLMACHT DIE AL EERDER VERLIEP IS OP HAAR
      * EINDDATUM GEMELD (ZIE VERWERK-VOLMACHTEINDE).
       MELD-SLUITING.
           PERFORM LEES-EIGENAAR
           MOVE "S" TO WS-M-BEWEGING
           MOVE A-DATUM TO WS-M-DATUM
           MOVE REK-KLANT TO WS-M-KLANT
           MOVE "T" TO WS-M-ROL
           PERFORM MELD-BEWEGING
           IF GS-GEVULD < 2000
               ADD 1 TO GS-GEVULD
               MOVE WS-M-REKENING TO GS-REKENING (GS-GEVULD)
               MOVE A-DATUM TO GS-DATUM (GS-GEVULD)
           END-IF
           MOVE WS-M-REKENING TO RH-REKENING
           MOVE ZEROS TO RH-KLANT
           MOVE "N" TO WS-HOU-GEDAAN
           START REKENINGHOUDERS KEY IS NOT LESS THAN RH-SLEUTEL
               INVALID KEY MOVE "J" TO WS-HOU-GEDAAN
           END-START
           PERFORM MELD-HOUDER-BIJ-SLUITING UNTIL HOU-KLAAR.

       MELD-HOUDER-BIJ-SLUITING.
           READ REKENINGHOUDERS NEXT RECORD
               AT END MOVE "J" TO WS-HOU-GEDAAN
           END-READ
           IF NOT HOU-KLAAR
               IF RH-REKENING NOT = WS-M-REKENING
                   MOVE "J" TO WS-HOU-GEDAAN
               ELSE IF RH-ACTIEF
                       AND (RH-EINDDATUM = 0
                            OR RH-EINDDATUM NOT < WS-M-DATUM)
                   MOVE RH-KLANT TO WS-M-KLANT
                   MOVE RH-ROL TO WS-M-ROL
                   PERFORM MELD-BEWEGING
               END-IF
               END-IF
           END-IF.

       MELD-HOUDERWIJZIGING.
           PERFORM LEES-EIGENAAR
           IF A-HOUDER-NW
               MOVE "N" TO WS-M-BEWEGING
           ELSE
               MOVE "B" TO WS-M-BEWEGING
           END-IF
           MOVE A-DATUM TO WS-M-DATUM
           MOVE A-HOUDER-KLANT TO WS-M-KLANT
           MOVE A-HOUDER-ROL TO WS-M-ROL
           PERFORM MELD-BEWEGING.

       START-HOUDERS.
           MOVE "N" TO WS-HOU-GEDAAN
           MOVE ZEROS TO RH-SLEUTEL
           START REKENINGHOUDERS KEY IS NOT LESS THAN RH-SLEUTEL
               INVALID KEY MOVE "J" TO WS-HOU-GEDAAN
           END-START.

      * EEN VOLMACHT MET EEN EINDDATUM IN HET KWARTAAL LOOPT
      * VANZELF AF. OP EEN GESLOTEN REKENING WORDT ZE ALLEEN
      * GEMELD ALS DE REKENING IN DIT KWARTAAL NA DIE EINDDATUM
      * GESLOTEN WERD; ANDERS KWAM ZE AL MEE MET DE SLUITING.
       VERWERK-VOLMACHTEINDE.
           READ REKENINGHOUDERS NEXT RECORD
               AT END MOVE "J" TO WS-HOU-GEDAAN
           END-READ
           IF NOT HOU-KLAAR AND RH-ACTIEF AND RH-VOLMACHT
                   AND RH-EINDDATUM NOT < WS-VAN-DATUM
                   AND RH-EINDDATUM NOT > WS-TOT-DATUM
               MOVE RH-REKENING TO WS-M-REKENING
               PERFORM CONTROLEER-INTERN
               MOVE "N" TO WS-REK-GESLOTEN-VLAG
               IF NOT REKENING-INTERN
                   PERFORM CONTROLEER-GESLOTEN
               END-IF
               IF NOT REKENING-INTERN AND NOT REKENING-GESLOTEN
                   MOVE "B" TO WS-M-BEWEGING
                   MOVE RH-KLANT TO WS-M-KLANT
                   MOVE RH-ROL TO WS-M-ROL
                   MOVE RH-EINDDATUM TO WS-M-DATUM
                   PERFORM LEES-EIGENAAR
                   PERFORM MELD-BEWEGING
               END-IF
           END-IF.

       CONTROLEER-GESLOTEN.
           MOVE WS-M-REKENING TO REK-NR
           READ REKENINGEN
               INVALID KEY
                   MOVE WS-M-REKENING TO NR
                   READ KLANTEN
                       INVALID KEY MOVE "I" TO KLANT-STATUS
                   END-READ
                   IF KLANT-INACTIEF
                       SET REKENING-GESLOTEN TO TRUE
                   END-IF
               NOT INVALID KEY
                   IF REK-INACTIEF
                       SET REKENING-GESLOTEN TO TRUE
                   END-IF
           END-READ
           IF REKENING-GESLOTEN
               MOVE "N" TO WS-GS-GEVONDEN-VLAG
               PERFORM VARYING GS-IX FROM 1 BY 1
                       UNTIL GS-IX > GS-GEVULD OR GS-GEVONDEN
                   IF GS-REKENING (GS-IX) = WS-M-REKENING
                       SET GS-GEVONDEN TO TRUE
                       IF GS-DATUM (GS-IX) > RH-EINDDATUM
                           MOVE "N" TO WS-REK-GESLOTEN-VLAG
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * SCHRIJFT EEN D-REGEL VOOR DE BEWEGING IN WS-M-..., OF ZET
      * DE PERSOON OP HET CONTROLERAPPORT ALS ZIJN IDENTITEIT NOG
      * ONTBREEKT.
       MELD-BEWEGING.
           MOVE "J" TO WS-KLANT-GEVONDEN-VLAG
           MOVE WS-M-KLANT TO NR
           READ KLANTEN
               INVALID KEY MOVE "N" TO WS-KLANT-GEVONDEN-VLAG
           END-READ
           IF NOT KLANT-GEVONDEN
               MOVE "KLANT BESTAAT NIET" TO O-REDEN
               MOVE SPACES TO NAAM
               PERFORM SCHRIJF-ONVOLLEDIG
           ELSE IF RIJKSREGISTERNR NOT NUMERIC
                   OR RIJKSREGISTERNR = 0
               MOVE "RIJKSREGISTERNR. ONTBREEKT" TO O-REDEN
               PERFORM SCHRIJF-ONVOLLEDIG
           ELSE IF GEBOORTEDATUM NOT NUMERIC OR GEBOORTEDATUM = 0
               MOVE "GEBOORTEDATUM ONTBREEKT" TO O-REDEN
               PERFORM SCHRIJF-ONVOLLEDIG
           ELSE
               PERFORM SCHRIJF-DETAIL
           END-IF
           END-IF
           END-IF.

       SCHRIJF-DETAIL.
           MOVE SPACES TO CAPREGEL
           MOVE "D" TO C-TYPE
           MOVE WS-M-BEWEGING TO C-D-BEWEGING
           MOVE WS-BANKPREFIX TO C-D-DEEL1
           MOVE WS-M-REKENING TO C-D-DEEL2
           COMPUTE WS-BBAN-GETAL = WS-BANKPREFIX * 10000000 +
                   WS-M-REKENING
           COMPUTE WS-CONTROLEGETAL = FUNCTION MOD(WS-BBAN-GETAL, 97)
           IF WS-CONTROLEGETAL = 0
               MOVE 97 TO WS-CONTROLEGETAL
           END-IF
           MOVE WS-CONTROLEGETAL TO C-D-DEEL3
           MOVE WS-M-ROL TO C-D-ROL
           MOVE RIJKSREGISTERNR TO C-D-RIJKSREGISTERNR
           MOVE GEBOORTEDATUM TO C-D-GEBOORTEDATUM
           MOVE NAAM TO C-D-NAAM
           MOVE WS-M-DATUM TO C-D-DATUM
           MOVE WS-M-OPENDATUM TO C-D-OPENDATUM
           WRITE CAPREGEL
           ADD 1 TO WS-AANTAL-GEMELD
           IF WS-M-BEWEGING = "O"
               ADD 1 TO WS-AANTAL-OPENINGEN
           ELSE IF WS-M-BEWEGING = "S"
               ADD 1 TO WS-AANTAL-SLUITINGEN
           ELSE IF WS-M-BEWEGING = "N"
               ADD 1 TO WS-AANTAL-NIEUW
           ELSE
               ADD 1 TO WS-AANTAL-BEEINDIGD
           END-IF
           END-IF
           END-IF.

       SCHRIJF-ONVOLLEDIG.
           ADD 1 TO WS-AANTAL-ONVOLLEDIG
           MOVE WS-M-KLANT TO O-KLANT
           MOVE WS-M-REKENING TO O-REKENING
           MOVE WS-M-BEWEGING TO O-BEWEGING
           MOVE WS-M-DATUM TO O-DATUM
           MOVE NAAM TO O-NAAM
           MOVE ONVOLLEDIGREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

       SCHRIJF-TOTALEN.
           MOVE SPACES TO CAPREGEL
           MOVE "T" TO C-TYPE
           MOVE WS-AANTAL-OPENINGEN TO C-T-OPENINGEN
           MOVE WS-AANTAL-SLUITINGEN TO C-T-SLUITINGEN
           MOVE WS-AANTAL-NIEUW TO C-T-NIEUW
           MOVE WS-AANTAL-BEEINDIGD TO C-T-BEEINDIGD
           MOVE WS-AANTAL-GEMELD TO C-T-TOTAAL
           WRITE CAPREGEL
           MOVE ALL "-" TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE "GEMELDE BEWEGINGEN PER SOORT:" TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE "O  OPENINGEN" TO T-OMSCHRIJVING
           MOVE WS-AANTAL-OPENINGEN TO T-AANTAL
           PERFORM SCHRIJF-TOTAALREGEL
           MOVE "S  SLUITINGEN" TO T-OMSCHRIJVING
           MOVE WS-AANTAL-SLUITINGEN TO T-AANTAL
           PERFORM SCHRIJF-TOTAALREGEL
           MOVE "N  NIEUWE HOUDERS/VOLMACHTHEBBERS" TO T-OMSCHRIJVING
           MOVE WS-AANTAL-NIEUW TO T-AANTAL
           PERFORM SCHRIJF-TOTAALREGEL
           MOVE "B  BEEINDIGDE HOUDERSCHAPPEN" TO T-OMSCHRIJVING
           MOVE WS-AANTAL-BEEINDIGD TO T-AANTAL
           PERFORM SCHRIJF-TOTAALREGEL
           MOVE "TOTAAL GEMELD" TO T-OMSCHRIJVING
           MOVE WS-AANTAL-GEMELD TO T-AANTAL
           PERFORM SCHRIJF-TOTAALREGEL
           MOVE "NIET GEMELD (IDENTITEIT ONVOLLEDIG)" TO T-OMSCHRIJVING
           MOVE WS-AANTAL-ONVOLLEDIG TO T-AANTAL
           PERFORM SCHRIJF-TOTAALREGEL.

       SCHRIJF-TOTAALREGEL.
           MOVE TOTAALREGEL TO RAPPORTLIJN
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
           CLOSE REKENINGEN
           CLOSE REKENINGHOUDERS
           CLOSE KLANTENAUDIT
           CLOSE CAPBESTAND
           CLOSE RAPPORT.

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
