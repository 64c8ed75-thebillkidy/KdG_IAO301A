      ************************************************************
      * WISSELKOERSBEHEER
      *
      * ONDERHOUD VAN DE WISSELKOERSEN VOOR VREEMDE MUNT AAN HET
      * LOKET IN "BESTANDEN/WISSELKOERSEN". ELKE KOERS GELDT
      * VOOR EEN MUNT (ISO-CODE, BV. USD, GBP) OP EEN
      * BEDRIJFSDAG; EEN SUPERVISOR GEEFT ZE ELKE OCHTEND IN,
      * EVENTUEEL VOORAF VOOR EEN LATERE DAG. VERRICHTING
      * AANVAARDT ALLEEN EEN MUNT MET EEN KOERS VAN VANDAAG, ZODAT
      * NOOIT STILZWIJGEND MET EEN OUDE KOERS GEWERKT WORDT.
      *
      * ALLE KOERSEN STAAN IN EURO PER EENHEID VREEMDE MUNT, MET
      * ZES DECIMALEN:
      *   AANKOOPKOERS  DE BANK KOOPT DE MUNT (STORTING IN VREEMDE
      *                 BILJETTEN): DE KLANT KRIJGT DIT BEDRAG IN
      *                 EURO PER EENHEID
      *   MIDDENKOERS   MARKTKOERS; HET VERSCHIL MET DE AANKOOP- EN
      *                 VERKOOPKOERS IS DE WISSELMARGE VAN DE BANK
      *                 (ZIE DAGAFSLUITING)
      *   VERKOOPKOERS  DE BANK VERKOOPT DE MUNT (AFHALING IN
      *                 VREEMDE BILJETTEN): DE KLANT BETAALT DIT
      *                 BEDRAG IN EURO PER EENHEID
      * ER MOET GELDEN: AANKOOP <= MIDDEN <= VERKOOP.
      *
      * INGEVEN EN WIJZIGEN IS VOORBEHOUDEN AAN EEN SUPERVISOR
      * (NIVEAU 3) EN KAN NIET MEER VOOR EEN VOORBIJE DAG. DE
      * VERRICHTINGEN ZELF BEWAREN DE GEBRUIKTE KOERS, EEN
      * CORRECTIE IN DE LOOP VAN DE DAG GELDT DUS ALLEEN VOOR DE
      * VOLGENDE VERRICHTINGEN; DE DAGAFSLUITING REKENT DE MARGE
      * MET DE MIDDENKOERS ZOALS DIE OP HET EINDE VAN DE DAG
      * STAAT. DE KOERSLIJST KAN OP ELK NIVEAU.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WISSELKOERSBEHEER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WISSELKOERSEN
                  ASSIGN TO "BESTANDEN/WISSELKOERSEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS WK-SLEUTEL.
           SELECT OPTIONAL OPERATORS
                  ASSIGN TO "BESTANDEN/OPERATORS"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS OP-ID.

           SELECT OPTIONAL BEDRIJFSDATUM
                  ASSIGN TO "BESTANDEN/BEDRIJFSDATUM"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * EEN KOERS PER MUNT PER BEDRIJFSDAG, IN EURO PER EENHEID
      * (3 CIJFERS VOOR EN 6 NA DE KOMMA). WIE DE KOERS HET
      * LAATST INGAF OF WIJZIGDE STAAT ERBIJ.
       FD  WISSELKOERSEN BLOCK CONTAINS 10 RECORDS.
       01  KOERSREC.
           02 WK-SLEUTEL.
               03 WK-MUNT  PIC X(3).
               03 WK-DATUM PIC 9(8).
           02 WK-AANKOOP.
               03 WK-AANKOOP-GEHEEL   PIC 9(3).
               03 WK-AANKOOP-DECIMAAL PIC 9(6).
           02 WK-AANKOOPKOERS REDEFINES WK-AANKOOP PIC 9(3)V9(6).
           02 WK-MIDDEN.
               03 WK-MIDDEN-GEHEEL    PIC 9(3).
               03 WK-MIDDEN-DECIMAAL  PIC 9(6).
           02 WK-MIDDENKOERS REDEFINES WK-MIDDEN PIC 9(3)V9(6).
           02 WK-VERKOOP.
               03 WK-VERKOOP-GEHEEL   PIC 9(3).
               03 WK-VERKOOP-DECIMAAL PIC 9(6).
           02 WK-VERKOOPKOERS REDEFINES WK-VERKOOP PIC 9(3)V9(6).
           02 WK-OPERATOR PIC X(4).
           02 WK-WIJZIGDATUM PIC 9(8).

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

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

       WORKING-STORAGE SECTION.
       77  MENUWAARDE PIC 9 VALUE 0.
           88 MENU-WAARDE-GELDIG VALUES 0 THRU 3.
           88 M-VOEGTOE   VALUE 1.
           88 M-WIJZIG    VALUE 2.
           88 M-LIJST     VALUE 3.
           88 M-EINDE     VALUE 0.
       77  FOUTMELDING PIC X(79).
       77  INVOERSTATUS PIC X.
           88 INVOER-OK VALUE "J".
           88 INVOER-NOK VALUE "N".
       77  KOERSENGEDAAN PIC X(1).
           88 STOPLEZENKOERSEN VALUE "J".
       77  WS-OPERATOR PIC X(4).
       77  WS-AANMELD-ID PIC X(4).
       77  WS-AANMELD-OK PIC X.
           88 AANGEMELD VALUE "J".
       77  WS-NIVEAU PIC 9 VALUE 1.
       77  WS-VANDAAG PIC 9(8).
       77  WS-LIJSTDATUM PIC 9(8).

       SCREEN SECTION.
       01  AANMELDSCHERM.
           02 BLANK SCREEN.
           02 LINE  6 COL 23 VALUE "*** AANMELDEN ***".
           02 LINE  8 COL 23 VALUE "OPERATOR-ID:".
           02 LINE  8 COL 41 PIC X(4) USING WS-AANMELD-ID.
           02 LINE 24 COL  1 PIC X(79) FROM FOUTMELDING.
       01  HOOFDMENU.
           02 BLANK SCREEN.
           02 LINE 6 COL 23  VALUE "WISSELKOERSEN:".
           02 LINE 8 COL 25  VALUE "1. GEEF KOERS IN".
           02 LINE 9 COL 25  VALUE "2. WIJZIG KOERS".
           02 LINE 10 COL 25 VALUE "3. KOERSLIJST".
           02 LINE 12 COL 25 VALUE "0. EINDE".
           02 LINE 20 COL 1  VALUE "UW SELECTIE:".
           02 LINE 20 COL 15 PIC Z USING MENUWAARDE.
           02 LINE 24 COL 1  PIC X(79) FROM FOUTMELDING.
       01 VOEGTOESCHERM.
           02 BLANK SCREEN.
           02 LINE 6  COL 23 VALUE "NIEUWE WISSELKOERS:".
       01 WIJZIGSCHERM.
           02 BLANK SCREEN.
           02 LINE 6  COL 23 VALUE "WIJZIG DE WISSELKOERS:".
       01 SLEUTELSCHERM.
           02 LINE 8  COL 9 VALUE "MUNT (BV. USD):".
           02 LINE 9  COL 9 VALUE "DATUM (JJJJMMDD, 0 = VANDAAG):".
           02 LINE 8  COL 41 PIC X(3) USING WK-MUNT.
           02 LINE 9  COL 41 PIC 9(8) USING WK-DATUM.
           02 LINE 24 COL 1 PIC X(79) FROM FOUTMELDING.
       01 KOERSSCHERM.
           02 LINE 11 COL 9 VALUE "IN EURO PER EENHEID:".
           02 LINE 12 COL 9 VALUE "AANKOOPKOERS:      ,".
           02 LINE 13 COL 9 VALUE "MIDDENKOERS:       ,".
           02 LINE 14 COL 9 VALUE "VERKOOPKOERS:      ,".
           02 LINE 12 COL 25 PIC 9(3) USING WK-AANKOOP-GEHEEL.
           02 LINE 12 COL 29 PIC 9(6) USING WK-AANKOOP-DECIMAAL.
           02 LINE 13 COL 25 PIC 9(3) USING WK-MIDDEN-GEHEEL.
           02 LINE 13 COL 29 PIC 9(6) USING WK-MIDDEN-DECIMAAL.
           02 LINE 14 COL 25 PIC 9(3) USING WK-VERKOOP-GEHEEL.
           02 LINE 14 COL 29 PIC 9(6) USING WK-VERKOOP-DECIMAAL.
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
      * OPERATORBEHEER); HET ID KOMT OP DE INGEGEVEN KOERS.
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
           OPEN I-O WISSELKOERSEN.

       DOETAAK.
           MOVE SPACES TO FOUTMELDING
           PERFORM HAALINPUT
           PERFORM TOONFOUT THRU HAALINPUT UNTIL MENU-WAARDE-GELDIG
           IF (M-VOEGTOE OR M-WIJZIG) AND WS-NIVEAU < 3
               MOVE "ONVOLDOENDE BEVOEGDHEID (NIVEAU 3 VEREIST)!"
                    TO FOUTMELDING
           ELSE IF M-VOEGTOE
               PERFORM VOEGTOEPROC
           ELSE IF M-WIJZIG
               PERFORM WIJZIGPROC
           ELSE IF M-LIJST
               PERFORM KOERSLIJSTPROC
           ELSE
               PERFORM EINDEPROC
           END-IF.

       TOONFOUT.
           MOVE "KIES EEN WAARDE TUSSEN 0 EN 3!" TO FOUTMELDING.

       HAALINPUT.
           DISPLAY HOOFDMENU
           ACCEPT HOOFDMENU.

       VOEGTOEPROC.
           MOVE ALL "_" TO KOERSREC
           PERFORM WITH TEST AFTER UNTIL INVOER-OK
               SET INVOER-OK TO TRUE
               DISPLAY VOEGTOESCHERM
               DISPLAY SLEUTELSCHERM
               DISPLAY KOERSSCHERM
               ACCEPT SLEUTELSCHERM
               ACCEPT KOERSSCHERM
               PERFORM CLEANUPKOERS
               PERFORM CONTROLEER-SLEUTEL
               IF INVOER-OK
                   PERFORM CONTROLEER-KOERSEN
               END-IF
               IF INVOER-OK
                   MOVE WS-OPERATOR TO WK-OPERATOR
                   MOVE WS-VANDAAG TO WK-WIJZIGDATUM
                   WRITE KOERSREC INVALID KEY PERFORM FOUTTOEVOEGEN
                   END-WRITE
               END-IF
           END-PERFORM.

       WIJZIGPROC.
           MOVE ALL "_" TO KOERSREC
           PERFORM WITH TEST AFTER UNTIL INVOER-OK
               SET INVOER-OK TO TRUE
               DISPLAY WIJZIGSCHERM
               DISPLAY SLEUTELSCHERM
               ACCEPT SLEUTELSCHERM
               PERFORM CLEANUPKOERS
               IF NOT WK-MUNT = SPACES
                   PERFORM CONTROLEER-SLEUTEL
                   IF INVOER-OK
                       READ WISSELKOERSEN INVALID KEY PERFORM FOUTZOEKEN
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WK-MUNT = SPACES
               PERFORM WITH TEST AFTER UNTIL INVOER-OK
                   SET INVOER-OK TO TRUE
                   DISPLAY WIJZIGSCHERM
                   DISPLAY SLEUTELSCHERM
                   DISPLAY KOERSSCHERM
                   ACCEPT KOERSSCHERM
                   PERFORM CLEANUPKOERS
                   PERFORM CONTROLEER-KOERSEN
                   IF INVOER-OK
                       MOVE WS-OPERATOR TO WK-OPERATOR
                       MOVE WS-VANDAAG TO WK-WIJZIGDATUM
                       REWRITE KOERSREC INVALID KEY PERFORM FOUTZOEKEN
                       END-REWRITE
                   END-IF
               END-PERFORM
           END-IF.

       CLEANUPKOERS.
           INSPECT WK-MUNT REPLACING ALL "_" BY " "
      * DIT IS OM EEN BUG IN DE COMPILER TE OMZEILEN
           INSPECT WK-MUNT REPLACING ALL X"00" BY SPACE
           INSPECT WK-DATUM REPLACING ALL "_" BY "0"
           INSPECT WK-AANKOOP REPLACING ALL "_" BY "0"
           INSPECT WK-MIDDEN REPLACING ALL "_" BY "0"
           INSPECT WK-VERKOOP REPLACING ALL "_" BY "0"
           INSPECT WK-AANKOOP REPLACING ALL " " BY "0"
           INSPECT WK-MIDDEN REPLACING ALL " " BY "0"
           INSPECT WK-VERKOOP REPLACING ALL " " BY "0".

      * DE MUNT IS EEN DRIELETTERIGE CODE VERSCHILLEND VAN EUR;
      * DATUM 0 BETEKENT VANDAAG EN EEN VOORBIJE DAG KAN NIET MEER.
       CONTROLEER-SLEUTEL.
           IF WK-MUNT = SPACES OR WK-MUNT = "EUR"
                   OR WK-MUNT NOT ALPHABETIC
                   OR WK-MUNT(1:1) = SPACE OR WK-MUNT(2:1) = SPACE
                   OR WK-MUNT(3:1) = SPACE
               MOVE "GEEF EEN GELDIGE MUNTCODE (3 LETTERS, NIET EUR)!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF WK-DATUM NOT NUMERIC
               MOVE "ONGELDIGE DATUM!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE
               IF WK-DATUM = 0
                   MOVE WS-VANDAAG TO WK-DATUM
               END-IF
               IF WK-DATUM < WS-VANDAAG
                   MOVE "KOERS VAN EEN VOORBIJE DAG KAN NIET MEER!"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
           END-IF
           END-IF.

       CONTROLEER-KOERSEN.
           IF WK-AANKOOP NOT NUMERIC OR WK-MIDDEN NOT NUMERIC
                   OR WK-VERKOOP NOT NUMERIC
               MOVE "ONGELDIGE KOERS!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF WK-AANKOOPKOERS = 0
               MOVE "AANKOOPKOERS MAG NIET NUL ZIJN!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF WK-AANKOOPKOERS > WK-MIDDENKOERS
                   OR WK-MIDDENKOERS > WK-VERKOOPKOERS
               MOVE "VEREIST: AANKOOP <= MIDDEN <= VERKOOP!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           END-IF
           END-IF.

      * TOONT DE KOERSEN VAN EEN DAG (0 = VANDAAG), ZOALS ZE AAN
      * HET LOKET OPGEHANGEN WORDEN.
       KOERSLIJSTPROC.
           MOVE ZEROS TO WS-LIJSTDATUM
           DISPLAY "KOERSEN VAN DATUM (JJJJMMDD, 0 = VANDAAG):"
           ACCEPT WS-LIJSTDATUM
           IF WS-LIJSTDATUM NOT NUMERIC OR WS-LIJSTDATUM = 0
               MOVE WS-VANDAAG TO WS-LIJSTDATUM
           END-IF
           DISPLAY "WISSELKOERSEN " WS-LIJSTDATUM
                   " (EURO PER EENHEID):"
           DISPLAY "MUNT | AANKOOP    | MIDDEN     | VERKOOP    | DOOR"
           MOVE "N" TO KOERSENGEDAAN
           MOVE SPACES TO WK-MUNT
           MOVE ZEROS TO WK-DATUM
           START WISSELKOERSEN KEY IS NOT LESS THAN WK-SLEUTEL
               INVALID KEY MOVE "J" TO KOERSENGEDAAN
           END-START
           PERFORM PRINTKOERS UNTIL STOPLEZENKOERSEN
           DISPLAY "0. TERUG NAAR HOOFDMENU"
           ACCEPT MENUWAARDE.

       PRINTKOERS.
           READ WISSELKOERSEN NEXT RECORD
               AT END MOVE "J" TO KOERSENGEDAAN
           END-READ
           IF NOT STOPLEZENKOERSEN AND WK-DATUM = WS-LIJSTDATUM
               DISPLAY WK-MUNT "  | " WK-AANKOOP-GEHEEL ","
                       WK-AANKOOP-DECIMAAL " | " WK-MIDDEN-GEHEEL ","
                       WK-MIDDEN-DECIMAAL " | " WK-VERKOOP-GEHEEL ","
                       WK-VERKOOP-DECIMAAL " | " WK-OPERATOR
           END-IF.

       EINDEPROC.
           EXIT.

       SLUITBESTAND.
           CLOSE WISSELKOERSEN.

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
           MOVE "KOERS VOOR DIE MUNT EN DATUM BESTAAT REEDS!"
                TO FOUTMELDING
           SET INVOER-NOK TO TRUE.

       FOUTZOEKEN.
           MOVE "KOERS VOOR DIE MUNT EN DATUM BESTAAT NIET!"
                TO FOUTMELDING
           SET INVOER-NOK TO TRUE.
