      ************************************************************
      * LENINGBEHEER
      *
      * ONDERHOUD VAN DE AFBETALINGSLENINGEN IN HET BESTAND
      * "BESTANDEN/LENINGEN". EEN LENING HOORT BIJ EEN KLANT
      * (KLANTNUMMER) EN EEN AFLOSSINGSREKENING (EEN ZICHTREKENING
      * VAN DIE KLANT), MET HOOFDSOM, JAARRENTEVOET (IN
      * TIENDUIZENDSTEN, 100 = 1%, ZOALS DE RENTEPARAMETERS),
      * LOOPTIJD IN MAANDEN, STARTDATUM EN STATUS.
      *
      * EEN LENING OPENEN IS VOORBEHOUDEN AAN EEN SUPERVISOR
      * (NIVEAU 3). BIJ HET OPENEN:
      *   - WORDT DE VASTE MAANDELIJKSE AFLOSSING (MENSUALITEIT)
      *     BEREKEND VOLGENS DE ANNUITEITENFORMULE;
      *   - WORDT DE HOOFDSOM UITBETAALD OP DE AFLOSSINGSREKENING,
      *     ALS OVERSCHRIJVING (SOORT 1) VAN DE
      *     LENINGEN-TUSSENREKENING (PARAMETER LENINGREK) MET
      *     OPERATOR- EN VOLGNUMMERSTEMPEL;
      *   - WORDT DE AFLOSSINGSTABEL AFGEDRUKT IN
      *     "BESTANDEN/AFLOSSINGSTABEL.NNNNNN" (LENINGNUMMER), OM
      *     AAN DE KLANT MEE TE GEVEN. DE TABEL KAN LATER OPNIEUW
      *     AFGEDRUKT WORDEN.
      *
      * DE LENINGEN-TUSSENREKENING HEEFT GEEN KLANT: HAAR
      * (NEGATIEVE) SALDO IS HET TOTAAL UITSTAAND KAPITAAL.
      * DE MAANDELIJKSE INNING GEBEURT IN DE NACHTVERWERKING
      * (ZIE LENINGINNING), MET DEZELFDE SPLITSING IN RENTE EN
      * KAPITAAL ALS IN DE TABEL.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENINGBEHEER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LENINGEN
                  ASSIGN TO "BESTANDEN/LENINGEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LEN-NR.
           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR.
           SELECT OPTIONAL REKENINGEN
                  ASSIGN TO "BESTANDEN/REKENINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REK-NR.
           SELECT OPTIONAL SALDI ASSIGN TO "BESTANDEN/SALDO"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SALDO-NR.
           SELECT OPTIONAL VERRICHTINGEN
                  ASSIGN TO "BESTANDEN/DAGVERRICHTINGEN".
           SELECT OPTIONAL DAGTELLERS
                  ASSIGN TO "BESTANDEN/DAGTELLERS"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TELLER-REKENING.
           SELECT OPTIONAL OPERATORS
                  ASSIGN TO "BESTANDEN/OPERATORS"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OP-ID.
           SELECT OPTIONAL PARAMETERS
                  ASSIGN TO "BESTANDEN/PARAMETERS"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PARAM-SLEUTEL.
           SELECT OPTIONAL TABEL
                  ASSIGN TO DYNAMIC WS-TABELNAAM
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BEDRIJFSDATUM
                  ASSIGN TO "BESTANDEN/BEDRIJFSDATUM"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * EEN RECORD PER LENING. UITSTAAND IS HET NOG TE AFLOSSEN
      * KAPITAAL; VERVALLEN EN BETAALD TELLEN DE TERMIJNEN, HUN
      * VERSCHIL IS DE ACHTERSTAL IN MAANDEN.
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

      * DAGTELLERS PER BEDRIJFSDAG (ZIE VERRICHTING): RECORD
      * 0000000 HOUDT HET LAATST UITGEDEELDE VOLGNUMMER BIJ.
       FD  DAGTELLERS BLOCK CONTAINS 10 RECORDS.
       01  TELLERREC.
           02 TELLER-REKENING   PIC 9(7).
           02 TELLER-DATUM      PIC 9(8).
           02 TELLER-VOLGNR     PIC 9(6).
           02 TELLER-AFH-CENTEN PIC 9(9).

       FD  OPERATORS BLOCK CONTAINS 10 RECORDS.
       01  OPERATORREC.
           02 OP-ID   PIC X(4).
           02 OP-NAAM PIC X(20).
           02 OP-STATUS PIC X.
               88 OP-ACTIEF   VALUE "A".
               88 OP-INACTIEF VALUE "I".
           02 OP-NIVEAU PIC 9.
               88 OP-LOKET      VALUE 1.
               88 OP-BEHEER     VALUE 2.
               88 OP-SUPERVISOR VALUE 3.

       FD PARAMETERS BLOCK CONTAINS 10 RECORDS.
       01  PARAMETER.
           02 PARAM-SLEUTEL.
               03 P-NAAM         PIC X(12).
               03 P-INGANGSDATUM PIC 9(8).
           02 P-WAARDE PIC 9(9).

       FD  TABEL.
       01  TABELLIJN PIC X(80).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

       WORKING-STORAGE SECTION.
       77  MENUWAARDE PIC 9 VALUE 0.
           88 MENU-WAARDE-GELDIG VALUES 0 THRU 3.
           88 M-OPEN      VALUE 1.
           88 M-LIJST     VALUE 2.
           88 M-TABEL     VALUE 3.
           88 M-EINDE     VALUE 0.
       77  FOUTMELDING PIC X(79).
       77  INVOERSTATUS PIC X.
           88 INVOER-OK VALUE "J".
           88 INVOER-NOK VALUE "N".
       77  LENINGENGEDAAN PIC X(1).
           88 STOPLEZENLENINGEN VALUE "J".
       77  WS-OPERATOR PIC X(4).
       77  WS-AANMELD-ID PIC X(4).
       77  WS-AANMELD-OK PIC X.
           88 AANGEMELD VALUE "J".
       77  WS-NIVEAU PIC 9 VALUE 1.
       77  WS-VANDAAG PIC 9(8).
       77  WS-TIJD-RUW PIC 9(8).
       77  WS-VOLGNR-MAX PIC 9(6).
       77  WS-VOLGNR-GEDAAN PIC X.
           88 VOLGNR-KLAAR VALUE "J".
       77  WS-VERRICHTING-OPSLAG PIC X(151).
       77  WS-SALDO-CENTEN PIC S9(9).
       77  WS-BEDRAG-CENTEN PIC 9(9).
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
       77  WS-TABELNAAM PIC X(40).
      * BEREKENING VAN DE MENSUALITEIT EN DE AFLOSSINGSTABEL
       77  WS-MAANDRENTE PIC 9V9(12).
      * (1 + MAANDRENTE) ** LOOPTIJD: BIJ 50% OVER 480 MAANDEN
      * (DE GRENZEN VAN HET INVOERSCHERM) ONGEVEER 3,2 X 10 ** 8.
       77  WS-FACTOR     PIC 9(9)V9(12).
       77  WS-HOOFDSOM-CENTEN   PIC 9(9).
       77  WS-MENS-CENTEN       PIC 9(9).
       77  WS-UITSTAAND-CENTEN  PIC 9(9).
       77  WS-RENTE-CENTEN      PIC 9(9).
       77  WS-KAPITAAL-CENTEN   PIC 9(9).
       77  WS-TERMIJN-BEDRAG    PIC 9(9).
       77  WS-TOTAAL-RENTE      PIC 9(9).
       77  WS-TERMIJN PIC 9(3).
       77  WS-MAANDEN PIC 9(5).
       77  WS-JAREN   PIC 9(4).
       77  WS-REST-MAAND PIC 9(2).
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
       01  LENINGNRLIJN.
           02 FILLER      PIC X(9) VALUE "LENING   ".
           02 LL-NR       PIC 9(6).
       01  TABELKOP.
           02 FILLER PIC X(6)  VALUE "TERM. ".
           02 FILLER PIC X(10) VALUE "VERVALDAG ".
           02 FILLER PIC X(15) VALUE "   MENSUALITEIT".
           02 FILLER PIC X(15) VALUE "          RENTE".
           02 FILLER PIC X(15) VALUE "       KAPITAAL".
           02 FILLER PIC X(15) VALUE "      UITSTAAND".
       01  TABELREGEL.
           02 T-TERMIJN   PIC ZZ9.
           02 FILLER      PIC X(3) VALUE SPACES.
           02 T-VERVALDAG PIC 9(8).
           02 FILLER      PIC X(2) VALUE SPACES.
           02 T-MENS      PIC Z(9)9,99.
           02 FILLER      PIC X(2) VALUE SPACES.
           02 T-RENTE     PIC Z(9)9,99.
           02 FILLER      PIC X(2) VALUE SPACES.
           02 T-KAPITAAL  PIC Z(9)9,99.
           02 FILLER      PIC X(2) VALUE SPACES.
           02 T-UITSTAAND PIC Z(9)9,99.
       01  BEDRAGLIJN.
           02 BL-OMSCHRIJVING PIC X(24).
           02 BL-BEDRAG       PIC Z(9)9,99.
       01  WS-LIJST-HOOFDSOM  PIC Z(6)9,99.
       01  WS-LIJST-UITSTAAND PIC Z(6)9,99.
       77  WS-ACHTERSTAL PIC 9(3).

       SCREEN SECTION.
       01  AANMELDSCHERM.
           02 BLANK SCREEN.
           02 LINE  6 COL 23 VALUE "*** AANMELDEN ***".
           02 LINE  8 COL 23 VALUE "OPERATOR-ID:".
           02 LINE  8 COL 41 PIC X(4) USING WS-AANMELD-ID.
           02 LINE 24 COL  1 PIC X(79) FROM FOUTMELDING.
       01  HOOFDMENU.
           02 BLANK SCREEN.
           02 LINE 6 COL 23  VALUE "AFBETALINGSLENINGEN:".
           02 LINE 8 COL 25  VALUE "1. OPEN LENING".
           02 LINE 9 COL 25  VALUE "2. LENINGENLIJST".
           02 LINE 10 COL 25 VALUE "3. AFLOSSINGSTABEL AFDRUKKEN".
           02 LINE 12 COL 25 VALUE "0. EINDE".
           02 LINE 20 COL 1  VALUE "UW SELECTIE:".
           02 LINE 20 COL 15 PIC Z USING MENUWAARDE.
           02 LINE 24 COL 1  PIC X(79) FROM FOUTMELDING.
       01 OPENSCHERM.
           02 BLANK SCREEN.
           02 LINE 6  COL 23 VALUE "NIEUWE LENING:".
           02 LINE 8  COL 9 VALUE "LENINGNUMMER:".
           02 LINE 9  COL 9 VALUE "KLANTNUMMER:".
           02 LINE 10 COL 9 VALUE "AFLOSSINGSREKENING:".
           02 LINE 11 COL 9 VALUE "HOOFDSOM:        ,  ".
           02 LINE 12 COL 9 VALUE "JAARRENTE (100 = 1%):".
           02 LINE 13 COL 9 VALUE "LOOPTIJD (MAANDEN):".
           02 LINE 8  COL 41 PIC 9(6) USING LEN-NR.
           02 LINE 9  COL 41 PIC 9(7) USING LEN-KLANT.
           02 LINE 10 COL 41 PIC 9(7) USING LEN-REKENING.
           02 LINE 11 COL 19 PIC 9(7) USING LEN-HS-GEHEEL.
           02 LINE 11 COL 27 PIC 9(2) USING LEN-HS-DECIMAAL.
           02 LINE 12 COL 41 PIC 9(5) USING LEN-RENTEVOET.
           02 LINE 13 COL 41 PIC 9(3) USING LEN-LOOPTIJD.
           02 LINE 24 COL 1 PIC X(79) FROM FOUTMELDING.
       01 LENINGNUMMERSCHERM.
           02 BLANK SCREEN.
           02 LINE 8 COL 23 VALUE "GEEF HET LENINGNUMMER:".
           02 LINE 8 COL 48 PIC 9(6) USING LEN-NR.
           02 LINE 24 COL 1 PIC X(79) FROM FOUTMELDING.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM MELD-AAN
           PERFORM INITIALISEER
           PERFORM DOETAAK WITH TEST AFTER UNTIL M-EINDE
           PERFORM SLUITBESTAND
           STOP RUN.

      * ELKE BEDIENDE MOET ZICH EERST AANMELDEN MET EEN ACTIEF
      * OPERATOR-ID UIT "BESTANDEN/OPERATORS" (ONDERHOUD VIA
      * OPERATORBEHEER); HET ID KOMT OP DE LENING EN OP DE
      * UITBETALING TERECHT.
       MELD-AAN.
           MOVE SPACES TO FOUTMELDING
           MOVE "N" TO WS-AANMELD-OK
           OPEN INPUT OPERATORS
           PERFORM VRAAG-AANMELDING UNTIL AANGEMELD
           CLOSE OPERATORS
           MOVE OP-ID TO WS-OPERATOR
      * OPERATORRECORDS VAN VOOR DE NIVEAU-INVOERING HEBBEN GEEN
      * GELDIG NIVEAU EN TELLEN ALS LOKET.
           IF OP-NIVEAU IS NUMERIC AND OP-NIVEAU > 0
               MOVE OP-NIVEAU TO WS-NIVEAU
           ELSE
               MOVE 1 TO WS-NIVEAU
           END-IF.

       VRAAG-AANMELDING.
           MOVE SPACES TO WS-AANMELD-ID
           DISPLAY AANMELDSCHERM
           ACCEPT AANMELDSCHERM
           INSPECT WS-AANMELD-ID REPLACING ALL "_" BY " "
           INSPECT WS-AANMELD-ID REPLACING ALL X"00" BY SPACE
           MOVE WS-AANMELD-ID TO OP-ID
           MOVE "J" TO WS-AANMELD-OK
           READ OPERATORS
               INVALID KEY MOVE "ONBEKEND OPERATOR-ID!"
                                TO FOUTMELDING
                           MOVE "N" TO WS-AANMELD-OK
           END-READ
           IF AANGEMELD AND OP-INACTIEF
               MOVE "OPERATOR IS INACTIEF!" TO FOUTMELDING
               MOVE "N" TO WS-AANMELD-OK
           END-IF.

       INITIALISEER.
           PERFORM LEES-BEDRIJFSDATUM
           PERFORM LEES-PARAMETERS
           OPEN I-O LENINGEN.

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

      * EEN LENING OPENEN VRAAGT SUPERVISOR (NIVEAU 3); DE LIJST
      * EN DE TABEL RAADPLEGEN KAN OP ELK NIVEAU.
       DOETAAK.
           MOVE SPACES TO FOUTMELDING
           PERFORM HAALINPUT
           PERFORM TOONFOUT THRU HAALINPUT UNTIL MENU-WAARDE-GELDIG
           IF M-OPEN AND WS-NIVEAU < 3
               MOVE "ONVOLDOENDE BEVOEGDHEID (NIVEAU 3 VEREIST)!"
                    TO FOUTMELDING
           ELSE IF M-OPEN
               PERFORM OPENPROC
           ELSE IF M-LIJST
               PERFORM LENINGENLIJSTPROC
           ELSE IF M-TABEL
               PERFORM TABELPROC
           ELSE
               PERFORM EINDEPROC
           END-IF.

       TOONFOUT.
           MOVE "KIES EEN WAARDE TUSSEN 0 EN 3!" TO FOUTMELDING.

       HAALINPUT.
           DISPLAY HOOFDMENU
           ACCEPT HOOFDMENU.

       OPENPROC.
           MOVE ALL "_" TO LENINGREC
           PERFORM WITH TEST AFTER UNTIL INVOER-OK
               SET INVOER-OK TO TRUE
               DISPLAY OPENSCHERM
               ACCEPT OPENSCHERM
               PERFORM CLEANUPLENING
               PERFORM CONTROLEER-INVOER
               IF INVOER-OK
                   PERFORM VUL-LENING-AAN
                   WRITE LENINGREC INVALID KEY PERFORM FOUTTOEVOEGEN
                   END-WRITE
               END-IF
           END-PERFORM
           PERFORM BOEK-UITBETALING
           PERFORM SCHRIJF-AFLOSSINGSTABEL
           DISPLAY "LENING " LEN-NR " GEOPEND EN UITBETAALD; "
                   "AFLOSSINGSTABEL IN " WS-TABELNAAM
           DISPLAY "0. TERUG NAAR HOOFDMENU"
           ACCEPT MENUWAARDE.

       CLEANUPLENING.
           INSPECT LENINGREC REPLACING ALL "_" BY "0"
      * DIT IS OM EEN BUG IN DE COMPILER TE OMZEILEN
           INSPECT LENINGREC REPLACING ALL X"00" BY "0".

       CONTROLEER-INVOER.
           MOVE SPACES TO FOUTMELDING
           COMPUTE WS-HOOFDSOM-CENTEN =
                   LEN-HS-GEHEEL * 100 + LEN-HS-DECIMAAL
           IF LEN-NR = 0
               MOVE "GEEF EEN LENINGNUMMER (NIET 0)!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF WS-HOOFDSOM-CENTEN = 0
               MOVE "GEEF EEN HOOFDSOM!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF LEN-LOOPTIJD = 0 OR LEN-LOOPTIJD > 480
               MOVE "LOOPTIJD MOET TUSSEN 1 EN 480 MAANDEN LIGGEN!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF LEN-RENTEVOET > 5000
               MOVE "JAARRENTE BOVEN 50% IS NIET TOEGELATEN!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           END-IF
           END-IF
           END-IF
           IF INVOER-OK
               PERFORM CONTROLEER-KLANT
           END-IF
           IF INVOER-OK
               PERFORM CONTROLEER-AFLOSSINGSREKENING
           END-IF.

       CONTROLEER-KLANT.
           OPEN INPUT KLANTEN
           MOVE LEN-KLANT TO NR
           READ KLANTEN
               INVALID KEY MOVE "KLANT BESTAAT NIET!" TO FOUTMELDING
                           SET INVOER-NOK TO TRUE
           END-READ
           IF INVOER-OK AND KLANT-INACTIEF
               MOVE "KLANT IS INACTIEF!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           CLOSE KLANTEN.

      * DE AFLOSSINGSREKENING MOET EEN ACTIEVE ZICHTREKENING VAN
      * DE KLANT ZIJN (VOLGENS HET REKENINGENBESTAND, OF DE OUDE
      * REGEL KLANTNUMMER = REKENINGNUMMER) EN MAG NIET VOLLEDIG
      * GEBLOKKEERD ZIJN, ANDERS KAN DE UITBETALING ER NIET OP.
       CONTROLEER-AFLOSSINGSREKENING.
           OPEN INPUT REKENINGEN
           MOVE LEN-REKENING TO REK-NR
           READ REKENINGEN
               INVALID KEY
                   IF LEN-REKENING NOT = LEN-KLANT
                       MOVE "REKENING BESTAAT NIET!" TO FOUTMELDING
                       SET INVOER-NOK TO TRUE
                   END-IF
               NOT INVALID KEY
                   IF REK-KLANT NOT = LEN-KLANT
                       MOVE "REKENING IS NIET VAN DEZE KLANT!"
                            TO FOUTMELDING
                       SET INVOER-NOK TO TRUE
                   ELSE IF REK-INACTIEF
                       MOVE "REKENING IS GESLOTEN!" TO FOUTMELDING
                       SET INVOER-NOK TO TRUE
                   ELSE IF NOT REK-ZICHT
                       MOVE "AFLOSSINGSREKENING MOET EEN ZICHTREKENING"
                       & " ZIJN!" TO FOUTMELDING
                       SET INVOER-NOK TO TRUE
                   END-IF
                   END-IF
                   END-IF
           END-READ
           CLOSE REKENINGEN
           IF INVOER-OK
               OPEN INPUT SALDI
               MOVE LEN-REKENING TO SALDO-NR
               READ SALDI
                   INVALID KEY MOVE ZEROS TO SALDOREC
               END-READ
               IF BLOK-VOLLEDIG
                   MOVE "REKENING IS VOLLEDIG GEBLOKKEERD!"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
               CLOSE SALDI
           END-IF.

      * DE LENING START VANDAAG (DE DAG VAN DE UITBETALING); DE
      * EERSTE TERMIJN VERVALT EEN MAAND LATER.
       VUL-LENING-AAN.
           MOVE WS-VANDAAG TO LEN-STARTDATUM
           SET LEN-ACTIEF TO TRUE
           PERFORM BEREKEN-MENSUALITEIT
           DIVIDE WS-MENS-CENTEN BY 100
               GIVING LEN-MS-GEHEEL
               REMAINDER LEN-MS-DECIMAAL
           MOVE LEN-HOOFDSOM TO LEN-UITSTAAND
           MOVE ZEROS TO LEN-VERVALLEN
           MOVE ZEROS TO LEN-BETAALD
           MOVE ZEROS TO LEN-LAATSTE-BETALING
           MOVE 1 TO WS-TERMIJN
           PERFORM BEPAAL-VERVALDAG
           MOVE WS-VERVALDAG TO LEN-VOLGENDE-VERVALDAG
           MOVE WS-OPERATOR TO LEN-OPERATOR.

      * ANNUITEIT: M = H * R * (1+R)**N / ((1+R)**N - 1), MET R DE
      * MAANDRENTE (JAARRENTE / 12). ZONDER RENTE IS HET GEWOON
      * DE HOOFDSOM GEDEELD DOOR HET AANTAL MAANDEN. DE LAATSTE
      * TERMIJN VANGT HET AFRONDINGSVERSCHIL OP.
       BEREKEN-MENSUALITEIT.
           COMPUTE WS-HOOFDSOM-CENTEN =
                   LEN-HS-GEHEEL * 100 + LEN-HS-DECIMAAL
           IF LEN-RENTEVOET = 0
               COMPUTE WS-MENS-CENTEN ROUNDED =
                       WS-HOOFDSOM-CENTEN / LEN-LOOPTIJD
           ELSE
               COMPUTE WS-MAANDRENTE = LEN-RENTEVOET / 120000
               COMPUTE WS-FACTOR = (1 + WS-MAANDRENTE) ** LEN-LOOPTIJD
               COMPUTE WS-MENS-CENTEN ROUNDED =
                       WS-HOOFDSOM-CENTEN * WS-MAANDRENTE * WS-FACTOR
                       / (WS-FACTOR - 1)
           END-IF.

      * VERVALDAG VAN TERMIJN WS-TERMIJN: DE STARTDATUM PLUS
      * ZOVEEL MAANDEN, OP DEZELFDE DAG VAN DE MAAND (GEKLEMD OP
      * HET EINDE VAN EEN KORTERE MAAND). ZO VERSCHUIFT EEN LENING
      * VAN DE 31E NIET BLIJVEND NAAR DE 28E NA FEBRUARI.
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

      * DE UITBETALING IS EEN OVERSCHRIJVING VAN DE
      * LENINGEN-TUSSENREKENING NAAR DE AFLOSSINGSREKENING, MET
      * HET VOLGNUMMER EN HET ID VAN DE SUPERVISOR, ZODAT ZE OP
      * HET UITTREKSEL EN IN DE DAGAFSLUITING VERSCHIJNT.
       BOEK-UITBETALING.
           OPEN EXTEND VERRICHTINGEN
           MOVE ZEROS TO VERRICHTING
           SET OVERSCHRIJVING TO TRUE
           MOVE WS-LENINGREK TO DEEL2 IN VAN
           MOVE WS-BANKPREFIX TO DEEL1 IN VAN
           MOVE DEEL2 IN VAN TO WS-BEDRAG-CENTEN
           PERFORM BEREKEN-CONTROLEGETAL
           MOVE WS-CONTROLEGETAL TO DEEL3 IN VAN
           MOVE LEN-REKENING TO DEEL2 IN NAAR
           MOVE WS-BANKPREFIX TO DEEL1 IN NAAR
           MOVE DEEL2 IN NAAR TO WS-BEDRAG-CENTEN
           PERFORM BEREKEN-CONTROLEGETAL
           MOVE WS-CONTROLEGETAL TO DEEL3 IN NAAR
           MOVE LEN-HOOFDSOM TO BEDRAG
           MOVE WS-VANDAAG TO DATUM
           MOVE SPACES TO MEDEDELING
           STRING "UITBETALING LENING " LEN-NR
                  DELIMITED BY SIZE INTO MEDEDELING
           MOVE WS-OPERATOR TO OPERATOR
           ACCEPT WS-TIJD-RUW FROM TIME
           DIVIDE WS-TIJD-RUW BY 100 GIVING TIJD
           PERFORM BEPAAL-VOLGNR
           WRITE VERRICHTING
           CLOSE VERRICHTINGEN
           COMPUTE WS-BEDRAG-CENTEN =
                   GEHEEL IN BEDRAG * 100 + DECIMAAL IN BEDRAG
           OPEN I-O SALDI
           MOVE WS-LENINGREK TO SALDO-NR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           MOVE WS-LENINGREK TO SALDO-NR
                           SET SALDO-POSITIEF TO TRUE
           END-READ
           PERFORM LEES-SALDO-CENTEN
           SUBTRACT WS-BEDRAG-CENTEN FROM WS-SALDO-CENTEN
           PERFORM ZET-SALDO-CENTEN
           REWRITE SALDOREC INVALID KEY WRITE SALDOREC END-WRITE
           END-REWRITE
           MOVE LEN-REKENING TO SALDO-NR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           MOVE LEN-REKENING TO SALDO-NR
                           SET SALDO-POSITIEF TO TRUE
           END-READ
           PERFORM LEES-SALDO-CENTEN
           ADD WS-BEDRAG-CENTEN TO WS-SALDO-CENTEN
           PERFORM ZET-SALDO-CENTEN
           REWRITE SALDOREC INVALID KEY WRITE SALDOREC END-WRITE
           END-REWRITE
           CLOSE SALDI.

      * CONTROLEGETAL VAN EEN EIGEN REKENING (PREFIX + NUMMER IN
      * WS-BEDRAG-CENTEN), ZELFDE MODULO-97-TEST ALS VERRICHTING.
       BEREKEN-CONTROLEGETAL.
           COMPUTE WS-BBAN-GETAL = WS-BANKPREFIX * 10000000 +
                   WS-BEDRAG-CENTEN
           COMPUTE WS-CONTROLEGETAL = FUNCTION MOD(WS-BBAN-GETAL, 97)
           IF WS-CONTROLEGETAL = 0
               MOVE 97 TO WS-CONTROLEGETAL
           END-IF.

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

      * KENT HET VOLGENDE VOLGNUMMER TOE VIA HET DAGTELLERBESTAND
      * (RECORD 0000000), ZOALS SCHRIJF-WEG IN VERRICHTING DAT
      * DOET; ALLEEN ZONDER TELLER VAN VANDAAG WORDT HET HOOGSTE
      * VOLGNUMMER NOG UIT HET DAGBESTAND BEPAALD.
       BEPAAL-VOLGNR.
           OPEN I-O DAGTELLERS
           MOVE ZEROS TO TELLER-REKENING
           READ DAGTELLERS
               INVALID KEY MOVE ZEROS TO TELLERREC
           END-READ
           IF TELLER-DATUM = WS-VANDAAG
               MOVE TELLER-VOLGNR TO WS-VOLGNR-MAX
           ELSE
               PERFORM TEL-VOLGNR-UIT-DAGBESTAND
           END-IF
           COMPUTE VOLGNR = WS-VOLGNR-MAX + 1
           MOVE ZEROS TO TELLER-REKENING
           MOVE WS-VANDAAG TO TELLER-DATUM
           MOVE VOLGNR TO TELLER-VOLGNR
           MOVE ZEROS TO TELLER-AFH-CENTEN
           REWRITE TELLERREC INVALID KEY WRITE TELLERREC
           END-WRITE
           END-REWRITE
           CLOSE DAGTELLERS.

       TEL-VOLGNR-UIT-DAGBESTAND.
           MOVE ZEROS TO WS-VOLGNR-MAX
           MOVE "N" TO WS-VOLGNR-GEDAAN
           MOVE VERRICHTING TO WS-VERRICHTING-OPSLAG
           CLOSE VERRICHTINGEN
           OPEN INPUT VERRICHTINGEN
           PERFORM TEL-VOLGNR UNTIL VOLGNR-KLAAR
           CLOSE VERRICHTINGEN
           OPEN EXTEND VERRICHTINGEN
           MOVE WS-VERRICHTING-OPSLAG TO VERRICHTING.

       TEL-VOLGNR.
           READ VERRICHTINGEN AT END MOVE "J" TO WS-VOLGNR-GEDAAN
           END-READ
           IF NOT VOLGNR-KLAAR AND VOLGNR IS NUMERIC
                   AND VOLGNR > WS-VOLGNR-MAX
               MOVE VOLGNR TO WS-VOLGNR-MAX
           END-IF.

      * DRUKT DE VOLLEDIGE AFLOSSINGSTABEL VAN DE LENING IN
      * LENINGREC AF: PER TERMIJN DE VERVALDAG, DE MENSUALITEIT,
      * HET RENTE- EN HET KAPITAALDEEL EN HET UITSTAAND KAPITAAL
      * ERNA. DE RENTE PER TERMIJN IS HET UITSTAAND KAPITAAL MAAL
      * DE MAANDRENTE, AFGEROND OP EEN CENT; LENINGINNING SPLITST
      * DE GEINDE TERMIJNEN OP EXACT DEZELFDE MANIER.
       SCHRIJF-AFLOSSINGSTABEL.
           MOVE SPACES TO WS-TABELNAAM
           STRING "BESTANDEN/AFLOSSINGSTABEL." LEN-NR
                  DELIMITED BY SIZE INTO WS-TABELNAAM
           OPEN OUTPUT TABEL
           PERFORM SCHRIJF-TABELHOOFDING
           COMPUTE WS-UITSTAAND-CENTEN =
                   LEN-HS-GEHEEL * 100 + LEN-HS-DECIMAAL
           COMPUTE WS-MENS-CENTEN =
                   LEN-MS-GEHEEL * 100 + LEN-MS-DECIMAAL
           MOVE ZEROS TO WS-TOTAAL-RENTE
           PERFORM VARYING WS-TERMIJN FROM 1 BY 1
                   UNTIL WS-TERMIJN > LEN-LOOPTIJD
               PERFORM BEREKEN-TERMIJN
               SUBTRACT WS-KAPITAAL-CENTEN FROM WS-UITSTAAND-CENTEN
               ADD WS-RENTE-CENTEN TO WS-TOTAAL-RENTE
               PERFORM BEPAAL-VERVALDAG
               MOVE WS-TERMIJN TO T-TERMIJN
               MOVE WS-VERVALDAG TO T-VERVALDAG
               MOVE WS-TERMIJN-BEDRAG TO T-MENS
               MOVE WS-RENTE-CENTEN TO T-RENTE
               MOVE WS-KAPITAAL-CENTEN TO T-KAPITAAL
               MOVE WS-UITSTAAND-CENTEN TO T-UITSTAAND
               MOVE TABELREGEL TO TABELLIJN
               WRITE TABELLIJN
           END-PERFORM
           MOVE SPACES TO TABELLIJN
           WRITE TABELLIJN
           MOVE "TOTAAL RENTE" TO BL-OMSCHRIJVING
           MOVE WS-TOTAAL-RENTE TO BL-BEDRAG
           MOVE BEDRAGLIJN TO TABELLIJN
           WRITE TABELLIJN
           CLOSE TABEL.

      * RENTE- EN KAPITAALDEEL VAN EEN TERMIJN BIJ UITSTAAND
      * KAPITAAL WS-UITSTAAND-CENTEN. DE LAATSTE TERMIJN LOST HET
      * VOLLEDIGE RESTKAPITAAL AF.
       BEREKEN-TERMIJN.
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
                   WS-KAPITAAL-CENTEN + WS-RENTE-CENTEN.

       SCHRIJF-TABELHOOFDING.
           OPEN INPUT KLANTEN
           MOVE LEN-KLANT TO NR
           READ KLANTEN
               INVALID KEY MOVE SPACES TO NAAM STRAAT
                                          POSTCODE GEMEENTE
           END-READ
           CLOSE KLANTEN
           MOVE SPACES TO TABELLIJN
           STRING "AFLOSSINGSTABEL - AFGEDRUKT OP " WS-VANDAAG
                  DELIMITED BY SIZE INTO TABELLIJN
           WRITE TABELLIJN
           MOVE SPACES TO TABELLIJN
           WRITE TABELLIJN
           MOVE NAAM TO TABELLIJN
           WRITE TABELLIJN
           MOVE STRAAT TO TABELLIJN
           WRITE TABELLIJN
           MOVE SPACES TO TABELLIJN
           STRING POSTCODE " " GEMEENTE
                  DELIMITED BY SIZE INTO TABELLIJN
           WRITE TABELLIJN
           MOVE SPACES TO TABELLIJN
           WRITE TABELLIJN
           MOVE LEN-NR TO LL-NR
           MOVE LENINGNRLIJN TO TABELLIJN
           WRITE TABELLIJN
           MOVE SPACES TO TABELLIJN
           STRING "KLANT " LEN-KLANT "   AFLOSSINGSREKENING "
                  LEN-REKENING "   START " LEN-STARTDATUM
                  DELIMITED BY SIZE INTO TABELLIJN
           WRITE TABELLIJN
           MOVE "HOOFDSOM" TO BL-OMSCHRIJVING
           COMPUTE BL-BEDRAG = LEN-HS-GEHEEL * 100 + LEN-HS-DECIMAAL
           MOVE BEDRAGLIJN TO TABELLIJN
           WRITE TABELLIJN
           MOVE SPACES TO TABELLIJN
           STRING "JAARRENTE (1/100 %)     " LEN-RENTEVOET
                  "   LOOPTIJD " LEN-LOOPTIJD " MAANDEN"
                  DELIMITED BY SIZE INTO TABELLIJN
           WRITE TABELLIJN
           MOVE "MENSUALITEIT" TO BL-OMSCHRIJVING
           COMPUTE BL-BEDRAG = LEN-MS-GEHEEL * 100 + LEN-MS-DECIMAAL
           MOVE BEDRAGLIJN TO TABELLIJN
           WRITE TABELLIJN
           MOVE SPACES TO TABELLIJN
           WRITE TABELLIJN
           MOVE TABELKOP TO TABELLIJN
           WRITE TABELLIJN.

       LENINGENLIJSTPROC.
           MOVE "N" TO LENINGENGEDAAN
           MOVE ZEROS TO LEN-NR
           START LENINGEN KEY IS NOT LESS THAN LEN-NR
               INVALID KEY MOVE "J" TO LENINGENGEDAAN
           END-START
           PERFORM PRINTLENING UNTIL STOPLEZENLENINGEN
           DISPLAY "0. TERUG NAAR HOOFDMENU"
           ACCEPT MENUWAARDE.

       PRINTLENING.
           READ LENINGEN NEXT RECORD
               AT END MOVE "J" TO LENINGENGEDAAN
           END-READ
           IF NOT STOPLEZENLENINGEN
               COMPUTE WS-LIJST-HOOFDSOM =
                       LEN-HS-GEHEEL * 100 + LEN-HS-DECIMAAL
               COMPUTE WS-LIJST-UITSTAAND =
                       LEN-UIT-GEHEEL * 100 + LEN-UIT-DECIMAAL
               COMPUTE WS-ACHTERSTAL = LEN-VERVALLEN - LEN-BETAALD
               DISPLAY LEN-NR " | KLANT " LEN-KLANT " | REK "
                       LEN-REKENING " | " WS-LIJST-HOOFDSOM
                       " | UITST. " WS-LIJST-UITSTAAND
                       " | ACHTERST. " WS-ACHTERSTAL
                       " | " LEN-STATUS
           END-IF.

       TABELPROC.
           MOVE ALL "_" TO LEN-NR
           PERFORM WITH TEST AFTER UNTIL INVOER-OK
               SET INVOER-OK TO TRUE
               DISPLAY LENINGNUMMERSCHERM
               ACCEPT LENINGNUMMERSCHERM
               INSPECT LEN-NR REPLACING ALL "_" BY "0"
               INSPECT LEN-NR REPLACING ALL X"00" BY "0"
               IF NOT LEN-NR = 0
                   READ LENINGEN INVALID KEY PERFORM FOUTZOEKEN
                   END-READ
               END-IF
           END-PERFORM
           IF NOT LEN-NR = 0
               PERFORM SCHRIJF-AFLOSSINGSTABEL
               DISPLAY "AFLOSSINGSTABEL IN " WS-TABELNAAM
               DISPLAY "0. TERUG NAAR HOOFDMENU"
               ACCEPT MENUWAARDE
           END-IF.

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

       EINDEPROC.
           EXIT.

       SLUITBESTAND.
           CLOSE LENINGEN.

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

       FOUTTOEVOEGEN.
           MOVE "NUMMER BESTAAT REEDS!" TO FOUTMELDING
           SET INVOER-NOK TO TRUE.

       FOUTZOEKEN.
           MOVE "NUMMER BESTAAT NIET!" TO FOUTMELDING
           SET INVOER-NOK TO TRUE.
