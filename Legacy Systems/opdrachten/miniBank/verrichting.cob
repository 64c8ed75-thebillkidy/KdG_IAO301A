      * REGISTREERT EEN VERRICHTING EN LOGT DEZE IN HET BESTAND
      * "BESTANDEN/VERRICHTINGEN".
      *
      * EEN SLAPENDE REKENING (ZIE SLAPENDEREKENINGEN) MOET EERST
      * DOOR EEN SUPERVISOR GEREACTIVEERD WORDEN VOOR ER EEN
      * LOKETVERRICHTING OP GEBOEKT WORDT; ELKE REACTIVERING KOMT
      * IN "BESTANDEN/REACTIVERINGEN".
      *
      * BIJ EEN AFHALING OF OVERSCHRIJVING GEEFT DE BEDIENDE HET
      * KLANTNUMMER VAN WIE AAN HET LOKET HANDELT; DAT MOET DE
      * EIGENAAR ZIJN, EEN HOUDER OF EEN GELDIGE VOLMACHTHEBBER
      * BINNEN ZIJN LIMIET (ZIE REKENINGHOUDERS, ONDERHOUD VIA
      * KLANTENBEHEER). HET NUMMER KOMT ALS UITVOERDER OP DE
      * VERRICHTING.
      *
      * EEN STORTING OF AFHALING KAN OOK IN VREEMDE BILJETTEN: DE
      * BEDIENDE GEEFT DE MUNT EN HET BEDRAG IN DIE MUNT, EN DE
      * REKENING WORDT IN EURO GEBOEKT TEGEN DE KOERS VAN VANDAAG
      * UIT "BESTANDEN/WISSELKOERSEN" (ONDERHOUD VIA
      * WISSELKOERSBEHEER): DE AANKOOPKOERS BIJ EEN STORTING, DE
      * VERKOOPKOERS BIJ EEN AFHALING. ALLE LIMIETEN EN HET FIAT
      * GELDEN OP HET BEDRAG IN EURO. MUNT, VREEMD BEDRAG EN
      * KOERS KOMEN MEE OP DE VERRICHTING, EN HET KASBOEK HOUDT
      * PER MUNT EEN EIGEN KASPOSITIE BIJ DIE APART AFGEPUNT
      * WORDT.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERRICHTING.
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REK-NR.
           SELECT OPTIONAL REKENINGHOUDERS
                  ASSIGN TO "BESTANDEN/REKENINGHOUDERS"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS RH-SLEUTEL.
           SELECT OPTIONAL KASBOEK
                  ASSIGN TO "BESTANDEN/KASBOEK"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KAS-SLEUTEL.
           SELECT OPTIONAL WISSELKOERSEN
                  ASSIGN TO "BESTANDEN/WISSELKOERSEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS WK-SLEUTEL.
           SELECT OPTIONAL KASVERSCHILLEN
                  ASSIGN TO "BESTANDEN/KASVERSCHILLEN"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REACTIVERINGEN
                  ASSIGN TO "BESTANDEN/REACTIVERINGEN"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BEDRIJFSDATUM
                  ASSIGN TO "BESTANDEN/BEDRIJFSDATUM"
           02 TIJD PIC 9(6).
           02 OPDRACHT-REF PIC 9(5).
           02 FIAT-ID PIC X(4).
           02 UITVOERDER PIC 9(7).
      * VREEMDE MUNT AAN HET LOKET: DE MUNT, HET BEDRAG IN DIE MUNT
      * EN DE TOEGEPASTE KOERS (EURO PER EENHEID). BEDRAG IS ALTIJD
      * HET GEBOEKTE BEDRAG IN EURO. "EUR", OF NULLEN BIJ DE
      * BATCHBOEKINGEN, BETEKENT GEEN VREEMDE MUNT.
           02 MUNT PIC X(3).
               88 MUNT-EURO VALUES "EUR" "000" SPACES.
           02 VREEMD-BEDRAG.
               03 VREEMD-GEHEEL PIC 9(7).
               03 VREEMD-DECIMAAL PIC 9(2).
           02 KOERS PIC 9(3)V9(6).

       FD SALDI BLOCK CONTAINS 10 RECORDS.
       01  SALDOREC.
           02 KLANT-STATUS   PIC X.
               88 KLANT-ACTIEF   VALUE "A".
               88 KLANT-INACTIEF VALUE "I".
           02 RIJKSREGISTERNR PIC 9(11).
           02 GEBOORTEDATUM   PIC 9(8).

       FD PARAMETERS BLOCK CONTAINS 10 RECORDS.
       01  PARAMETER.
           02 REK-STATUS PIC X.
               88 REK-ACTIEF   VALUE "A".
               88 REK-INACTIEF VALUE "I".
               88 REK-SLAPEND  VALUE "S".

      * HOUDERS EN VOLMACHTHEBBERS PER REKENING NAAST DE
      * EIGENAAR. LIMIET (PER VERRICHTING) EN EINDDATUM GELDEN
      * ALLEEN VOOR EEN VOLMACHT; NUL = GEEN LIMIET OF GEEN
      * EINDDATUM.
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

      * KASBOEK PER OPERATOR PER BEDRIJFSDAG EN PER MUNT ("EUR"
      * VOOR DE EURO; DE BEDRAGEN VAN EEN VREEMDE MUNT STAAN IN
      * HONDERDSTEN VAN DIE MUNT): DE BEGINKAS WORDT BIJ HET
      * AANMELDEN INGEGEVEN, EEN MUNT ZONDER BEGINKAS KRIJGT BIJ
      * DE EERSTE VERRICHTING EEN REGEL MET BEGINKAS NUL. DE
      * AFPUNTING OP HET EINDE VAN DE DAG ZET ELKE REGEL OP "A".
      * DE DAGAFSLUITING WEIGERT ZOLANG EEN OPERATOR EEN MUNT
      * WAARIN HIJ KASBOEKINGEN DEED NIET AFGEPUNT HEEFT.
       FD  KASBOEK BLOCK CONTAINS 10 RECORDS.
       01  KASREC.
           02 KAS-SLEUTEL.
               03 KAS-DATUM    PIC 9(8).
               03 KAS-OPERATOR PIC X(4).
               03 KAS-MUNT     PIC X(3).
           02 KAS-BEGIN-CENTEN  PIC 9(9).
           02 KAS-GETELD-CENTEN PIC 9(9).
           02 KAS-STATUS PIC X.
           02 KV-VERSCHIL  PIC S9(9) SIGN IS LEADING SEPARATE.
           02 FILLER       PIC X VALUE SPACE.
           02 KV-REDEN     PIC X(30).
      * DE MUNT STAAT ACHTERAAN, ZODAT OUDERE REGELS (ZONDER MUNT,
      * DUS IN EURO) HUN KOLOMMEN BEHOUDEN.
           02 FILLER       PIC X VALUE SPACE.
           02 KV-MUNT      PIC X(3).

      * WISSELKOERSEN PER MUNT PER BEDRIJFSDAG, IN EURO PER
      * EENHEID (ONDERHOUD VIA WISSELKOERSBEHEER).
       FD  WISSELKOERSEN BLOCK CONTAINS 10 RECORDS.
       01  KOERSREC.
           02 WK-SLEUTEL.
               03 WK-MUNT  PIC X(3).
               03 WK-DATUM PIC 9(8).
           02 WK-AANKOOPKOERS PIC 9(3)V9(6).
           02 WK-MIDDENKOERS  PIC 9(3)V9(6).
           02 WK-VERKOOPKOERS PIC 9(3)V9(6).
           02 WK-OPERATOR PIC X(4).
           02 WK-WIJZIGDATUM PIC 9(8).

      * REACTIVERINGEN: EEN REGEL PER SLAPENDE REKENING DIE AAN HET
      * LOKET WEER ACTIEF GEZET WERD, MET DE BEDIENDE, DE
      * SUPERVISOR DIE DE REACTIVERING TOESTOND EN DE SOORT
      * VERRICHTING WAARVOOR HET GEBEURDE.
       FD  REACTIVERINGEN.
       01  REACTIVERINGREGEL.
           02 RA-DATUM      PIC 9(8).
           02 FILLER        PIC X VALUE SPACE.
           02 RA-TIJD       PIC 9(6).
           02 FILLER        PIC X VALUE SPACE.
           02 RA-REKENING   PIC 9(7).
           02 FILLER        PIC X VALUE SPACE.
           02 RA-KLANT      PIC 9(7).
           02 FILLER        PIC X VALUE SPACE.
           02 RA-OPERATOR   PIC X(4).
           02 FILLER        PIC X VALUE SPACE.
           02 RA-SUPERVISOR PIC X(4).
           02 FILLER        PIC X VALUE SPACE.
           02 RA-SOORT      PIC 9.

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).
       77  WS-NIEUW-BEDRAG-CENTEN PIC 9(9).
       77  WS-DAGLIMIET-GEDAAN PIC X.
           88 DAGLIMIET-KLAAR VALUE "J".
       77  WS-VERRICHTING-OPSLAG PIC X(151).
       77  WS-OPERATOR PIC X(4).
       77  WS-AANMELD-ID PIC X(4).
       77  WS-AANMELD-OK PIC X.
       77  WS-FIAT-BEDRAG-CENTEN PIC 9(9).
       77  WS-FIAT-ID PIC X(4) VALUE SPACES.
       77  WS-FIAT-AANMELD-ID PIC X(4).
       77  WS-SLAPEND-REK  PIC 9(7).
       77  WS-SLAPEND-VAN  PIC 9(7).
       77  WS-SLAPEND-NAAR PIC 9(7).
       77  WS-REACT-REKNR  PIC 9(7).
       77  WS-REACT-SOORT  PIC 9.
       77  WS-EIGENAAR-VAN PIC 9(7).
       77  WS-LIMIET-CENTEN PIC 9(9).
       77  WS-KAS-GEHEEL PIC 9(7).
       77  WS-KAS-DECIMAAL PIC 9(2).
       77  WS-KAS-THEORETISCH PIC S9(9).
       77  WS-KAS-GEDAAN PIC X.
           88 KASSCAN-KLAAR VALUE "J".
       77  WS-KAS-PRINT PIC -(8)9.
       77  WS-KAS-MUNT PIC X(3).
       77  WS-BEGINKAS-GEDAAN PIC X.
           88 BEGINKAS-KLAAR VALUE "J".
       77  WS-KASBOEK-GEDAAN PIC X.
           88 KASBOEK-KLAAR VALUE "J".
       77  WS-VREEMD-CENTEN PIC 9(9).
       77  WS-KOERS-CIJFERS PIC 9(9).
       77  WS-KOERS-PRINT PIC ZZ9,999999.
       77  WS-VREEMD-PRINT PIC Z(6)9,99.
       77  WS-EURO-PRINT PIC Z(6)9,99.
       77  WS-BEVESTIG PIC X.
       77  WS-TIJD-RUW PIC 9(8).
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
           02 ORIG-VAN  PIC 9(12).
           02 ORIG-NAAR PIC 9(12).
           02 ORIG-BEDRAG PIC 9(9).
           02 ORIG-MUNT PIC X(3).
           02 ORIG-VREEMD-BEDRAG PIC 9(9).
           02 ORIG-KOERS PIC 9(3)V9(6).

       SCREEN SECTION.
       01  AANMELDSCHERM.
           02 LINE  9 COL  9 VALUE "SUPERVISOR-ID (LEEG = WEIGER):".
           02 LINE  9 COL 41 PIC X(4) USING WS-FIAT-AANMELD-ID.
           02 LINE 24 COL  1 PIC X(79) FROM FOUTMELDING.
       01  REACTIVERINGSCHERM.
           02 BLANK SCREEN.
           02 LINE  6 COL 13 VALUE "*** SLAPENDE REKENING ***".
           02 LINE  8 COL  9 VALUE "REKENING".
           02 LINE  8 COL 18 PIC 9(7) FROM WS-REACT-REKNR.
           02 LINE  8 COL 26 VALUE "IS SLAPEND; REACTIVERING DOOR".
           02 LINE  9 COL  9 VALUE "SUPERVISOR-ID (LEEG = WEIGER):".
           02 LINE  9 COL 41 PIC X(4) USING WS-FIAT-AANMELD-ID.
           02 LINE 24 COL  1 PIC X(79) FROM FOUTMELDING.
       01  HOOFDMENU.
           02 BLANK SCREEN.
           02 LINE  6 COL 23 VALUE "KIES EEN VAN VOLGENDE OPTIES:".
           02 LINE 10 COL 17 PIC 9(7) USING GEHEEL IN BEDRAG.
           02 LINE 10 COL 25 PIC 9(2) USING DECIMAAL IN BEDRAG.
           02 LINE 11 COL 21 PIC X(50) USING MEDEDELING.
           02 LINE 12 COL 9 VALUE "HANDELENDE KLANT (NR):".
           02 LINE 12 COL 32 PIC 9(7) USING UITVOERDER.
           02 LINE 24 COL  1 PIC X(79) FROM FOUTMELDING.
       01 STORTINGSCHERM.
           02 BLANK SCREEN.
           02 LINE  8 COL 37 PIC 9(2) USING DEEL3 IN NAAR.
           02 LINE  9 COL 17 PIC 9(7) USING GEHEEL IN BEDRAG.
           02 LINE  9 COL 25 PIC 9(2) USING DECIMAAL IN BEDRAG.
           02 LINE 11 COL  9 VALUE "VREEMDE BILJETTEN (BEDRAG IN EURO".
           02 LINE 11 COL 43 VALUE "WORDT DAN BEREKEND):".
           02 LINE 12 COL  9 VALUE "MUNT:".
           02 LINE 12 COL 25 PIC X(3) USING MUNT.
           02 LINE 13 COL  9 VALUE "BEDRAG IN MUNT:        ,  ".
           02 LINE 13 COL 25 PIC 9(7) USING VREEMD-GEHEEL.
           02 LINE 13 COL 33 PIC 9(2) USING VREEMD-DECIMAAL.
           02 LINE 24 COL  1 PIC X(79) FROM FOUTMELDING.
       01 AFHALINGSCHERM.
           02 BLANK SCREEN.
           02 LINE  6 COL  9 VALUE "GEEF HIER DE GEGEVENS IN:".
           02 LINE  8 COL  9 VALUE "REKENINGNUMMER:    .       .".
           02 LINE  9 COL  9 VALUE "BEDRAG:        ,  ".
           02 LINE 10 COL  9 VALUE "HANDELENDE KLANT (NR):".
           02 LINE  8 COL 25 PIC 9(3) USING DEEL1 IN VAN.
           02 LINE  8 COL 29 PIC 9(7) USING DEEL2 IN VAN.
           02 LINE  8 COL 37 PIC 9(2) USING DEEL3 IN VAN.
           02 LINE  9 COL 17 PIC 9(7) USING GEHEEL IN BEDRAG.
           02 LINE  9 COL 25 PIC 9(2) USING DECIMAAL IN BEDRAG.
           02 LINE 10 COL 32 PIC 9(7) USING UITVOERDER.
           02 LINE 12 COL  9 VALUE "VREEMDE BILJETTEN (BEDRAG IN EURO".
           02 LINE 12 COL 43 VALUE "WORDT DAN BEREKEND):".
           02 LINE 13 COL  9 VALUE "MUNT:".
           02 LINE 13 COL 25 PIC X(3) USING MUNT.
           02 LINE 14 COL  9 VALUE "BEDRAG IN MUNT:        ,  ".
           02 LINE 14 COL 25 PIC 9(7) USING VREEMD-GEHEEL.
           02 LINE 14 COL 33 PIC 9(2) USING VREEMD-DECIMAAL.
           02 LINE 24 COL  1 PIC X(79) FROM FOUTMELDING.

       PROCEDURE DIVISION.
           OPEN EXTEND VERRICHTINGEN
           OPEN I-O SALDI
           OPEN INPUT KLANTEN
           OPEN I-O REKENINGEN
           OPEN INPUT REKENINGHOUDERS
           OPEN I-O DAGTELLERS
           OPEN I-O KASBOEK
           OPEN INPUT WISSELKOERSEN
           PERFORM LEES-PARAMETERS
           PERFORM OPEN-KASBOEKREGEL.

      * BIJ HET AANMELDEN GEEFT DE BEDIENDE ZIJN BEGINKAS IN (IN
      * EURO EN CENT), GEVOLGD DOOR DE BEGINKAS VAN ELKE VREEMDE
      * MUNT IN ZIJN LADE; DIE KOMEN MET STATUS "O" (OPEN) IN HET
      * KASBOEK. WIE ZICH OPNIEUW AANMELDT OP DEZELFDE DAG
      * BEHOUDT DE BESTAANDE REGELS.
       OPEN-KASBOEKREGEL.
           MOVE WS-VANDAAG TO KAS-DATUM
           MOVE WS-OPERATOR TO KAS-OPERATOR
           MOVE "EUR" TO KAS-MUNT
           READ KASBOEK
               INVALID KEY PERFORM VRAAG-BEGINKAS
           END-READ.
           MOVE ZEROS TO KASREC
           MOVE WS-VANDAAG TO KAS-DATUM
           MOVE WS-OPERATOR TO KAS-OPERATOR
           MOVE "EUR" TO KAS-MUNT
           COMPUTE KAS-BEGIN-CENTEN =
                   WS-KAS-GEHEEL * 100 + WS-KAS-DECIMAAL
           SET KAS-OPEN TO TRUE
           WRITE KASREC INVALID KEY REWRITE KASREC
           END-WRITE
           MOVE "N" TO WS-BEGINKAS-GEDAAN
           PERFORM VRAAG-BEGINKAS-VREEMD UNTIL BEGINKAS-KLAAR.

       VRAAG-BEGINKAS-VREEMD.
           MOVE SPACES TO WS-KAS-MUNT
           DISPLAY "BEGINKAS VREEMDE MUNT - MUNT (LEEG = GEEN):"
           ACCEPT WS-KAS-MUNT
           IF WS-KAS-MUNT = SPACES OR WS-KAS-MUNT = "EUR"
               SET BEGINKAS-KLAAR TO TRUE
           ELSE
               MOVE ZEROS TO WS-KAS-GEHEEL
               MOVE ZEROS TO WS-KAS-DECIMAAL
               DISPLAY "BEGINKAS " WS-KAS-MUNT " - EENHEDEN:"
               ACCEPT WS-KAS-GEHEEL
               DISPLAY "EN HONDERDSTEN:"
               ACCEPT WS-KAS-DECIMAAL
               MOVE ZEROS TO KASREC
               MOVE WS-VANDAAG TO KAS-DATUM
               MOVE WS-OPERATOR TO KAS-OPERATOR
               MOVE WS-KAS-MUNT TO KAS-MUNT
               COMPUTE KAS-BEGIN-CENTEN =
                       WS-KAS-GEHEEL * 100 + WS-KAS-DECIMAAL
               SET KAS-OPEN TO TRUE
               WRITE KASREC INVALID KEY REWRITE KASREC
               END-WRITE
           END-IF.

      * EEN VREEMDE MUNT ZONDER BEGINKAS KRIJGT BIJ DE EERSTE
      * VERRICHTING EEN KASBOEKREGEL MET BEGINKAS NUL, ZODAT ZE
      * OOK AFGEPUNT MOET WORDEN.
       OPEN-KASBOEK-MUNT.
           MOVE WS-VANDAAG TO KAS-DATUM
           MOVE WS-OPERATOR TO KAS-OPERATOR
           MOVE MUNT TO KAS-MUNT
           READ KASBOEK
               INVALID KEY MOVE ZEROS TO KASREC
                           MOVE WS-VANDAAG TO KAS-DATUM
                           MOVE WS-OPERATOR TO KAS-OPERATOR
                           MOVE MUNT TO KAS-MUNT
                           SET KAS-OPEN TO TRUE
                           WRITE KASREC
                           END-WRITE
           END-READ.

      * DE AFHALINGSDAGLIMIET KOMT UIT HET PARAMETERBESTAND; DE
      * INGEBOUWDE WAARDE GELDT ALLEEN ZOLANG DAAR NIETS STAAT.
           PERFORM HAALINPUT
           PERFORM TOONFOUT THRU HAALINPUT UNTIL MENUWAARDE-GELDIG
           MOVE ALL "_" TO VERRICHTING
           MOVE "EUR" TO MUNT
           MOVE ZEROS TO VREEMD-BEDRAG
           MOVE ZEROS TO KOERS
           IF MENU-OVERSCHR
               PERFORM DOE-OVERSCHRIJVING
           ELSE IF MENU-STORTING
           MOVE SPACES TO FOUTMELDING
           PERFORM WITH TEST AFTER UNTIL INVOER-OK
               SET INVOER-OK TO TRUE
               MOVE ZEROS TO WS-SLAPEND-VAN WS-SLAPEND-NAAR
               DISPLAY OVERSCHRIJVINGSCHERM
               ACCEPT OVERSCHRIJVINGSCHERM
               PERFORM CONTROLEER-REKENING-VAN
               IF INVOER-OK
                   PERFORM ZOEK-KLANT-VAN
               END-IF
               IF INVOER-OK
                   PERFORM CONTROLEER-UITVOERDER
               END-IF
               IF INVOER-OK AND NOT NAAR-EXTERN
                   PERFORM ZOEK-KLANT-NAAR
               END-IF
               IF INVOER-OK
                   PERFORM CONTROLEER-SALDO-VAN
               END-IF
               IF INVOER-OK
                   MOVE 1 TO WS-REACT-SOORT
                   PERFORM CONTROLEER-SLAPEND
               END-IF
               IF INVOER-OK
                   PERFORM CONTROLEER-FIAT
               END-IF
           MOVE SPACES TO FOUTMELDING
           PERFORM WITH TEST AFTER UNTIL INVOER-OK
               SET INVOER-OK TO TRUE
               MOVE ZEROS TO WS-SLAPEND-VAN WS-SLAPEND-NAAR
               DISPLAY STORTINGSCHERM
               ACCEPT STORTINGSCHERM
               PERFORM CONTROLEER-REKENING-NAAR
               IF INVOER-OK
                   PERFORM BEPAAL-TEGENWAARDE
               END-IF
               IF INVOER-OK
                   PERFORM ZOEK-KLANT-NAAR
               END-IF
               IF INVOER-OK
                   PERFORM CONTROLEER-BLOKKERING-NAAR
               END-IF
               IF INVOER-OK
                   MOVE 2 TO WS-REACT-SOORT
                   PERFORM CONTROLEER-SLAPEND
               END-IF
               IF INVOER-OK
                   PERFORM CONTROLEER-FIAT
               END-IF
           END-PERFORM
           SET STORTING TO TRUE
           IF NOT MUNT-EURO
               PERFORM ZET-WISSELMEDEDELING
           END-IF
           PERFORM SCHRIJF-WEG
           PERFORM WERK-SALDO-BIJ-BIJ-NAAR
           IF NOT MUNT-EURO
               PERFORM BEVESTIG-WISSEL
           END-IF.

       DOE-AFHALING.
           MOVE SPACES TO FOUTMELDING
           PERFORM WITH TEST AFTER UNTIL INVOER-OK
               SET INVOER-OK TO TRUE
               MOVE ZEROS TO WS-SLAPEND-VAN WS-SLAPEND-NAAR
               DISPLAY AFHALINGSCHERM
               ACCEPT AFHALINGSCHERM
               PERFORM CONTROLEER-REKENING-VAN
               IF INVOER-OK
                   PERFORM BEPAAL-TEGENWAARDE
               END-IF
               IF INVOER-OK
                   PERFORM ZOEK-KLANT-VAN
               END-IF
               IF INVOER-OK
                   PERFORM CONTROLEER-UITVOERDER
               END-IF
               IF INVOER-OK
                   PERFORM CONTROLEER-SALDO-VAN
               END-IF
               IF INVOER-OK
                   PERFORM CONTROLEER-DAGLIMIET-VAN
               END-IF
               IF INVOER-OK
                   MOVE 3 TO WS-REACT-SOORT
                   PERFORM CONTROLEER-SLAPEND
               END-IF
               IF INVOER-OK
                   PERFORM CONTROLEER-FIAT
               END-IF
           END-PERFORM
           SET AFHALING TO TRUE
           IF NOT MUNT-EURO
               PERFORM ZET-WISSELMEDEDELING
           END-IF
           PERFORM SCHRIJF-WEG
           PERFORM WERK-SALDO-BIJ-AF-VAN
           PERFORM WERK-DAGTELLER-AFHALING-BIJ
           IF NOT MUNT-EURO
               PERFORM BEVESTIG-WISSEL
           END-IF.

      * ZONDER MUNT (OF MET "EUR") BLIJFT HET INGEGEVEN BEDRAG IN
      * EURO GELDEN. BIJ EEN VREEMDE MUNT MOET ER EEN KOERS VAN
      * VANDAAG ZIJN, EN WORDT HET BEDRAG IN EURO BEREKEND UIT HET
      * BEDRAG IN DIE MUNT: TEGEN DE AANKOOPKOERS BIJ EEN
      * STORTING (DE BANK KOOPT DE BILJETTEN), TEGEN DE
      * VERKOOPKOERS BIJ EEN AFHALING, AFGEROND OP DE CENT. ALLE
      * VERDERE CONTROLES WERKEN MET DAT BEDRAG IN EURO.
       BEPAAL-TEGENWAARDE.
           INSPECT MUNT REPLACING ALL "_" BY " "
           INSPECT MUNT REPLACING ALL X"00" BY SPACE
           IF MUNT = SPACES OR MUNT = "EUR"
               MOVE "EUR" TO MUNT
               MOVE ZEROS TO VREEMD-BEDRAG
               MOVE ZEROS TO KOERS
           ELSE
               INSPECT VREEMD-BEDRAG REPLACING ALL "_" BY "0"
               INSPECT VREEMD-BEDRAG REPLACING ALL " " BY "0"
               IF VREEMD-BEDRAG NOT NUMERIC
                   MOVE "ONGELDIG BEDRAG IN VREEMDE MUNT!"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               ELSE
                   COMPUTE WS-VREEMD-CENTEN =
                           VREEMD-GEHEEL * 100 + VREEMD-DECIMAAL
                   IF WS-VREEMD-CENTEN = 0
                       MOVE "GEEF HET BEDRAG IN VREEMDE MUNT!"
                            TO FOUTMELDING
                       SET INVOER-NOK TO TRUE
                   ELSE
                       PERFORM REKEN-TEGENWAARDE
                   END-IF
               END-IF
           END-IF.

       REKEN-TEGENWAARDE.
           MOVE MUNT TO WK-MUNT
           MOVE WS-VANDAAG TO WK-DATUM
           READ WISSELKOERSEN
               INVALID KEY MOVE SPACES TO FOUTMELDING
                           STRING "GEEN WISSELKOERS VAN VANDAAG VOOR "
                                  MUNT "!" DELIMITED BY SIZE
                                  INTO FOUTMELDING
                           SET INVOER-NOK TO TRUE
           END-READ
           IF INVOER-OK
               IF MENU-STORTING
                   MOVE WK-AANKOOPKOERS TO KOERS
               ELSE
                   MOVE WK-VERKOOPKOERS TO KOERS
               END-IF
               COMPUTE WS-BEDRAG-CENTEN ROUNDED =
                       WS-VREEMD-CENTEN * KOERS
                   ON SIZE ERROR
                       MOVE "BEDRAG IN VREEMDE MUNT TE GROOT!"
                            TO FOUTMELDING
                       SET INVOER-NOK TO TRUE
               END-COMPUTE
           END-IF
           IF INVOER-OK AND WS-BEDRAG-CENTEN = 0
               MOVE "TEGENWAARDE IN EURO IS NUL!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           IF INVOER-OK
               DIVIDE WS-BEDRAG-CENTEN BY 100
                   GIVING GEHEEL IN BEDRAG
                   REMAINDER DECIMAAL IN BEDRAG
           END-IF.

      * DE OMREKENING KOMT OOK IN DE MEDEDELING, ZODAT ZE OP HET
      * REKENINGUITTREKSEL VAN DE KLANT STAAT.
       ZET-WISSELMEDEDELING.
           COMPUTE WS-VREEMD-PRINT =
                   VREEMD-GEHEEL * 100 + VREEMD-DECIMAAL
           COMPUTE WS-KOERS-CIJFERS = KOERS * 1000000
           MOVE WS-KOERS-CIJFERS TO WS-KOERS-PRINT
           MOVE SPACES TO MEDEDELING
           STRING "WISSEL " MUNT WS-VREEMD-PRINT " AAN"
                  WS-KOERS-PRINT " EUR" DELIMITED BY SIZE
                  INTO MEDEDELING.

      * NA EEN VERRICHTING IN VREEMDE MUNT ZIET DE BEDIENDE HET
      * BEDRAG IN EURO DAT OP DE REKENING GEBOEKT WERD. DE MUNT
      * KRIJGT ZO NODIG EEN KASBOEKREGEL.
       BEVESTIG-WISSEL.
           PERFORM OPEN-KASBOEK-MUNT
           COMPUTE WS-VREEMD-PRINT =
                   VREEMD-GEHEEL * 100 + VREEMD-DECIMAAL
           COMPUTE WS-EURO-PRINT =
                   GEHEEL IN BEDRAG * 100 + DECIMAAL IN BEDRAG
           COMPUTE WS-KOERS-CIJFERS = KOERS * 1000000
           MOVE WS-KOERS-CIJFERS TO WS-KOERS-PRINT
           DISPLAY "GEBOEKT: " MUNT WS-VREEMD-PRINT " AAN KOERS"
                   WS-KOERS-PRINT " = EUR" WS-EURO-PRINT
           DISPLAY "DRUK OP ENTER OM VERDER TE GAAN"
           ACCEPT WS-BEVESTIG.

      * TELT DE ZOJUIST GEBOEKTE AFHALING BIJ IN HET
      * DAGTELLERBESTAND, ZODAT DE VOLGENDE DAGLIMIETCONTROLE HET
               DISPLAY VOLGNR " | SOORT " SOORT " | VAN "
                       DEEL2 IN VAN " | NAAR " DEEL2 IN NAAR
                       " | " GEHEEL IN BEDRAG "," DECIMAAL IN BEDRAG
               IF NOT MUNT-EURO
                   DISPLAY "       (" MUNT " " VREEMD-GEHEEL ","
                           VREEMD-DECIMAAL ")"
               END-IF
           END-IF.

       ZOEK-ORIGINEEL.
                   MOVE VAN TO ORIG-VAN
                   MOVE NAAR TO ORIG-NAAR
                   MOVE BEDRAG TO ORIG-BEDRAG
                   MOVE MUNT TO ORIG-MUNT
                   MOVE VREEMD-BEDRAG TO ORIG-VREEMD-BEDRAG
                   MOVE KOERS TO ORIG-KOERS
               END-IF
               IF STORNO AND STORNO-REF = WS-STORNO-VOLGNR
                   SET AL-GESTORNEERD TO TRUE
           MOVE ORIG-NAAR TO VAN
           MOVE ORIG-VAN TO NAAR
           MOVE ORIG-BEDRAG TO BEDRAG
      * EEN STORNO VAN EEN VERRICHTING IN VREEMDE MUNT DRAAGT
      * DEZELFDE MUNT, HETZELFDE VREEMDE BEDRAG EN DEZELFDE KOERS,
      * ZODAT DE DAGAFSLUITING DE OMZET EN DE MARGE TERUGDRAAIT.
           MOVE ORIG-MUNT TO MUNT
           MOVE ORIG-VREEMD-BEDRAG TO VREEMD-BEDRAG
           MOVE ORIG-KOERS TO KOERS
           PERFORM CONTROLEER-FIAT
           IF INVOER-OK
               PERFORM BOEK-STORNO-WEG
      * VANDAAG BOEKTE. DE BEDIENDE GEEFT HET GETELDE BEDRAG IN;
      * EEN VERSCHIL WORDT MET REDEN VASTGELEGD IN
      * "BESTANDEN/KASVERSCHILLEN" EN DE KASBOEKREGEL GAAT OP
      * AFGEPUNT, WAARNA DE DAGAFSLUITING KAN DRAAIEN. DAT GEBEURT
      * VOOR ELKE MUNT IN HET KASBOEK VAN DEZE OPERATOR APART: DE
      * EURO TELT ALLEEN DE VERRICHTINGEN IN EURO, EEN VREEMDE
      * MUNT HET BEDRAG IN DIE MUNT VAN DE VERRICHTINGEN ERIN.
       DOE-KASAFPUNTING.
           MOVE SPACES TO FOUTMELDING
           MOVE WS-VANDAAG TO KAS-DATUM
           MOVE WS-OPERATOR TO KAS-OPERATOR
           MOVE "EUR" TO KAS-MUNT
           READ KASBOEK
               INVALID KEY PERFORM VRAAG-BEGINKAS
           END-READ
           MOVE "N" TO WS-KASBOEK-GEDAAN
           MOVE WS-VANDAAG TO KAS-DATUM
           MOVE WS-OPERATOR TO KAS-OPERATOR
           MOVE LOW-VALUES TO KAS-MUNT
           START KASBOEK KEY IS NOT LESS THAN KAS-SLEUTEL
               INVALID KEY MOVE "J" TO WS-KASBOEK-GEDAAN
           END-START
           PERFORM PUNT-KASBOEKREGEL-AF UNTIL KASBOEK-KLAAR
           DISPLAY "KAS AFGEPUNT VOOR " WS-OPERATOR "."
           DISPLAY "0. TERUG NAAR HOOFDMENU"
           ACCEPT MENUWAARDE.

       PUNT-KASBOEKREGEL-AF.
           READ KASBOEK NEXT RECORD
               AT END MOVE "J" TO WS-KASBOEK-GEDAAN
           END-READ
           IF NOT KASBOEK-KLAAR
               IF KAS-DATUM NOT = WS-VANDAAG
                       OR KAS-OPERATOR NOT = WS-OPERATOR
                   MOVE "J" TO WS-KASBOEK-GEDAAN
               ELSE
                   PERFORM PUNT-MUNT-AF
               END-IF
           END-IF.

       PUNT-MUNT-AF.
           MOVE KAS-MUNT TO WS-KAS-MUNT
           PERFORM BEREKEN-KASPOSITIE
           DISPLAY "KASPOSITIE " WS-KAS-MUNT ":"
           DISPLAY "BEGINKAS:            " KAS-BEGIN-CENTEN " CENT"
           MOVE WS-KAS-THEORETISCH TO WS-KAS-PRINT
           DISPLAY "THEORETISCHE KAS:    " WS-KAS-PRINT " CENT"
           MOVE ZEROS TO WS-KAS-GEHEEL
           MOVE ZEROS TO WS-KAS-DECIMAAL
           DISPLAY "GETELD BEDRAG - " WS-KAS-MUNT ":"
           ACCEPT WS-KAS-GEHEEL
           DISPLAY "EN CENT:"
           ACCEPT WS-KAS-DECIMAAL
           SET KAS-AFGEPUNT TO TRUE
           REWRITE KASREC INVALID KEY WRITE KASREC
           END-WRITE
           END-REWRITE.

       BEREKEN-KASPOSITIE.
           MOVE KAS-BEGIN-CENTEN TO WS-KAS-THEORETISCH
           END-READ
           IF NOT KASSCAN-KLAAR AND DATUM = WS-VANDAAG
                   AND OPERATOR = WS-OPERATOR
               IF WS-KAS-MUNT = "EUR"
                   IF MUNT-EURO
                       PERFORM TEL-KASBOEKING-EURO
                   END-IF
               ELSE IF MUNT = WS-KAS-MUNT
                   PERFORM TEL-KASBOEKING-VREEMD
               END-IF
               END-IF
           END-IF.

       TEL-KASBOEKING-EURO.
           IF STORTING
               COMPUTE WS-KAS-THEORETISCH = WS-KAS-THEORETISCH +
                       GEHEEL IN BEDRAG * 100 + DECIMAAL IN BEDRAG
           ELSE IF AFHALING
               COMPUTE WS-KAS-THEORETISCH = WS-KAS-THEORETISCH -
                       (GEHEEL IN BEDRAG * 100 +
                        DECIMAAL IN BEDRAG)
           END-IF.

       TEL-KASBOEKING-VREEMD.
           IF STORTING
               COMPUTE WS-KAS-THEORETISCH = WS-KAS-THEORETISCH +
                       VREEMD-GEHEEL * 100 + VREEMD-DECIMAAL
           ELSE IF AFHALING
               COMPUTE WS-KAS-THEORETISCH = WS-KAS-THEORETISCH -
                       (VREEMD-GEHEEL * 100 + VREEMD-DECIMAAL)
           END-IF.

       SCHRIJF-KASVERSCHIL.
           OPEN EXTEND KASVERSCHILLEN
           MOVE SPACES TO KASVERSCHILREGEL
           MOVE WS-KAS-GETELD TO KV-GETELD
           MOVE WS-KAS-VERSCHIL TO KV-VERSCHIL
           MOVE WS-KAS-REDEN TO KV-REDEN
           MOVE WS-KAS-MUNT TO KV-MUNT
           WRITE KASVERSCHILREGEL
           CLOSE KASVERSCHILLEN.

           END-IF
           CLOSE OPERATORS.

      * PAS ALS ALLE ANDERE CONTROLES GESLAAGD ZIJN, WORDT VOOR
      * ELKE SLAPENDE REKENING IN DE VERRICHTING (OOK DE
      * BEGUNSTIGDE) DE REACTIVERING DOOR EEN ACTIEVE SUPERVISOR
      * (NIVEAU 3) GEVRAAGD. EEN LEEG ID WEIGERT DE VERRICHTING.
       CONTROLEER-SLAPEND.
           IF WS-SLAPEND-VAN NOT = 0
               MOVE WS-SLAPEND-VAN TO WS-REACT-REKNR
               PERFORM VRAAG-REACTIVERING
           END-IF
           IF INVOER-OK AND WS-SLAPEND-NAAR NOT = 0
               MOVE WS-SLAPEND-NAAR TO WS-REACT-REKNR
               PERFORM VRAAG-REACTIVERING
           END-IF.

       VRAAG-REACTIVERING.
           MOVE SPACES TO FOUTMELDING
           MOVE SPACES TO WS-FIAT-AANMELD-ID
           DISPLAY REACTIVERINGSCHERM
           ACCEPT REACTIVERINGSCHERM
           INSPECT WS-FIAT-AANMELD-ID REPLACING ALL "_" BY " "
           INSPECT WS-FIAT-AANMELD-ID REPLACING ALL X"00" BY SPACE
           IF WS-FIAT-AANMELD-ID = SPACES
               MOVE "VERRICHTING GEWEIGERD: REKENING IS SLAPEND!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE
               PERFORM CONTROLEER-FIATGEVER
           END-IF
           IF INVOER-OK
               PERFORM REACTIVEER-REKENING
           END-IF.

       REACTIVEER-REKENING.
           MOVE WS-REACT-REKNR TO REK-NR
           READ REKENINGEN
               INVALID KEY MOVE "NUMMER BESTAAT NIET!" TO FOUTMELDING
                           SET INVOER-NOK TO TRUE
           END-READ
           IF INVOER-OK
               SET REK-ACTIEF TO TRUE
               REWRITE REKENINGREC
               OPEN EXTEND REACTIVERINGEN
               MOVE SPACES TO REACTIVERINGREGEL
               MOVE WS-VANDAAG TO RA-DATUM
               ACCEPT WS-TIJD-RUW FROM TIME
               DIVIDE WS-TIJD-RUW BY 100 GIVING RA-TIJD
               MOVE REK-NR TO RA-REKENING
               MOVE REK-KLANT TO RA-KLANT
               MOVE WS-OPERATOR TO RA-OPERATOR
               MOVE WS-FIAT-AANMELD-ID TO RA-SUPERVISOR
               MOVE WS-REACT-SOORT TO RA-SOORT
               WRITE REACTIVERINGREGEL
               CLOSE REACTIVERINGEN
               DISPLAY "REKENING " WS-REACT-REKNR " GEREACTIVEERD."
           END-IF
           IF WS-SLAPEND-NAAR = WS-REACT-REKNR
               MOVE ZEROS TO WS-SLAPEND-NAAR
           END-IF.

       CONTROLEER-REKENING-VAN.
           MOVE SPACES TO FOUTMELDING
           COMPUTE WS-BBAN-GETAL = DEEL1 IN VAN * 10000000 +
       ZOEK-KLANT-VAN.
           MOVE SPACES TO FOUTMELDING
           MOVE DEEL2 IN VAN TO WS-ZOEK-REKNR
           PERFORM ZOEK-REKENING-EN-KLANT
           MOVE WS-SLAPEND-REK TO WS-SLAPEND-VAN
           MOVE NR IN KLANT TO WS-EIGENAAR-VAN.

      * DE HANDELENDE KLANT MOET EEN ACTIEVE KLANT ZIJN. DE
      * EIGENAAR VAN DE REKENING EN WIE ER ALS TITULARIS OF
      * CO-TITULARIS OP STAAT MOGEN ALTIJD; EEN VOLMACHTHEBBER
      * ALLEEN TOT EN MET DE EINDDATUM VAN ZIJN VOLMACHT EN TOT
      * ZIJN LIMIET PER VERRICHTING.
       CONTROLEER-UITVOERDER.
           IF UITVOERDER NOT NUMERIC OR UITVOERDER = 0
               MOVE "GEEF HET KLANTNUMMER VAN DE HANDELENDE KLANT!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE
               MOVE UITVOERDER TO NR IN KLANT
               READ KLANTEN
                   INVALID KEY MOVE "HANDELENDE KLANT BESTAAT NIET!"
                                    TO FOUTMELDING
                               SET INVOER-NOK TO TRUE
               END-READ
               IF INVOER-OK AND KLANT-INACTIEF
                   MOVE "HANDELENDE KLANT IS INACTIEF!" TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
           END-IF
           IF INVOER-OK AND UITVOERDER NOT = WS-EIGENAAR-VAN
               PERFORM CONTROLEER-VOLMACHT
           END-IF.

       CONTROLEER-VOLMACHT.
           MOVE DEEL2 IN VAN TO RH-REKENING
           MOVE UITVOERDER TO RH-KLANT
           READ REKENINGHOUDERS
               INVALID KEY
                   MOVE "KLANT MAG NIET OVER DEZE REKENING BESCHIKKEN!"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
           END-READ
           IF INVOER-OK AND NOT RH-ACTIEF
               MOVE "KLANT MAG NIET OVER DEZE REKENING BESCHIKKEN!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           IF INVOER-OK AND RH-VOLMACHT
               IF RH-EINDDATUM NOT = 0 AND RH-EINDDATUM < WS-VANDAAG
                   MOVE "VOLMACHT IS VERLOPEN!" TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               ELSE
                   COMPUTE WS-LIMIET-CENTEN =
                           RH-LIM-GEHEEL * 100 + RH-LIM-DECIMAAL
                   COMPUTE WS-BEDRAG-CENTEN =
                           GEHEEL IN BEDRAG * 100 + DECIMAAL IN BEDRAG
                   IF WS-LIMIET-CENTEN NOT = 0
                           AND WS-BEDRAG-CENTEN > WS-LIMIET-CENTEN
                       MOVE "BEDRAG BOVEN DE LIMIET VAN DE VOLMACHT!"
                            TO FOUTMELDING
                       SET INVOER-NOK TO TRUE
                   END-IF
               END-IF
           END-IF.

       ZOEK-KLANT-NAAR.
           MOVE SPACES TO FOUTMELDING
           MOVE DEEL2 IN NAAR TO WS-ZOEK-REKNR
           PERFORM ZOEK-REKENING-EN-KLANT
           MOVE WS-SLAPEND-REK TO WS-SLAPEND-NAAR.

      * EEN REKENINGNUMMER WORDT EERST IN HET REKENINGENBESTAND
      * GEZOCHT: STAAT HET DAAR, DAN MOETEN DE REKENING EN HAAR
      * EIGENAAR ACTIEF ZIJN. STAAT HET ER NIET, DAN GELDT DE
      * OUDE REGEL (KLANTNUMMER = REKENINGNUMMER) RECHTSTREEKS OP
      * HET KLANTENBESTAND. EEN SLAPENDE REKENING WORDT AANVAARD
      * MAAR ONTHOUDEN IN WS-SLAPEND-REK (ZIE CONTROLEER-SLAPEND).
       ZOEK-REKENING-EN-KLANT.
           MOVE ZEROS TO WS-SLAPEND-REK
           MOVE WS-ZOEK-REKNR TO REK-NR
           READ REKENINGEN
               INVALID KEY PERFORM ZOEK-KLANT-RECHTSTREEKS
                   MOVE "NUMMER BESTAAT NIET!" TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
               IF INVOER-OK AND REK-SLAPEND
                   MOVE REK-NR TO WS-SLAPEND-REK
               END-IF
           END-IF.

       ZOEK-KLANT-RECHTSTREEKS.
           END-IF
           MOVE ZEROS TO OPDRACHT-REF
           MOVE WS-FIAT-ID TO FIAT-ID
           IF UITVOERDER NOT NUMERIC
               MOVE ZEROS TO UITVOERDER
           END-IF
           IF MUNT-EURO
               MOVE "EUR" TO MUNT
               MOVE ZEROS TO VREEMD-BEDRAG
               MOVE ZEROS TO KOERS
           END-IF
           MOVE WS-OPERATOR TO OPERATOR
           ACCEPT WS-TIJD-RUW FROM TIME
           DIVIDE WS-TIJD-RUW BY 100 GIVING TIJD
           CLOSE SALDI
           CLOSE KLANTEN
           CLOSE REKENINGEN
           CLOSE REKENINGHOUDERS
           CLOSE DAGTELLERS
           CLOSE KASBOEK
           CLOSE WISSELKOERSEN.
