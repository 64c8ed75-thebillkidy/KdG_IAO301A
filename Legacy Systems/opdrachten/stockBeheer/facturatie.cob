      ************************************************************
      * FACTURATIE
      *
      * MAAKT VERKOOPFACTUREN OP VOOR DE UITGIFTES DIE STOCKBEHEER
      * AAN EEN KLANT BOEKTE. DE NOG NIET GEFACTUREERDE
      * UITGIFTES STAAN PER KLANT IN "BESTANDEN/TEFACTUREREN"
      * (PRODUCT EN AANTAL ZOALS IN HET STOCKJOURNAAL); PER LIJN
      * WORDEN DE VERKOOPPRIJS PER STUK EN HET BTW-TARIEF
      * (0, 6, 12 OF 21%) GEVRAAGD.
      *
      * ELKE FACTUUR KRIJGT HET VOLGENDE FACTUURNUMMER EN EEN
      * GESTRUCTUREERDE MEDEDELING +++XXX/XXXX/XXXXX+++: DE EERSTE
      * TIEN CIJFERS ZIJN HET FACTUURNUMMER (MET VOORLOPENDE
      * NULLEN), DE LAATSTE TWEE HUN REST BIJ DELING DOOR 97
      * (00 WORDT 97). DE FACTUUR WORDT AFGEDRUKT IN
      * "BESTANDEN/FACTUUR.NNNNNN" EN KOMT ALS OPENSTAANDE POST
      * IN "BESTANDEN/OPENPOSTEN", MET VERVALDAG 30 DAGEN NA DE
      * FACTUURDATUM. DE BETALINGEN WORDEN 'S NACHTS AFGEPUNT
      * DOOR FACTUURAFPUNTING.
      *
      * FACTUREREN VRAAGT BEHEER (NIVEAU 2); DE OPENSTAANDE POSTEN
      * RAADPLEGEN KAN OP ELK NIVEAU.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURATIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPENPOSTEN
                  ASSIGN TO "BESTANDEN/OPENPOSTEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PST-FACTUURNR.
           SELECT OPTIONAL TEFACTUREREN
                  ASSIGN TO "BESTANDEN/TEFACTUREREN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TF-SLEUTEL.
           SELECT OPTIONAL Stock ASSIGN TO "BESTANDEN/STOCK.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR.
           SELECT OPTIONAL KLANTEN ASSIGN TO "BESTANDEN/KLANTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KL-NR.
           SELECT OPTIONAL FACTUUR
                  ASSIGN TO DYNAMIC WS-FACTUURNAAM
                  ORGANIZATION IS LINE SEQUENTIAL.
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
      * EEN OPENSTAANDE POST PER FACTUUR. STATUS: O = OPEN,
      * D = DEELS BETAALD, B = BETAALD, T = TEVEEL BETAALD.
       FD  OPENPOSTEN BLOCK CONTAINS 10 RECORDS.
       01  OPENPOSTREC.
           02 PST-FACTUURNR   PIC 9(6).
           02 PST-KLANT       PIC 9(7).
           02 PST-DATUM       PIC 9(8).
           02 PST-VERVALDATUM PIC 9(8).
           02 PST-MEDEDELING  PIC 9(12).
           02 PST-TOTAAL.
               03 PST-TOT-GEHEEL   PIC 9(7).
               03 PST-TOT-DECIMAAL PIC 9(2).
           02 PST-BTW.
               03 PST-BTW-GEHEEL   PIC 9(7).
               03 PST-BTW-DECIMAAL PIC 9(2).
           02 PST-BETAALD.
               03 PST-BET-GEHEEL   PIC 9(7).
               03 PST-BET-DECIMAAL PIC 9(2).
           02 PST-STATUS PIC X.
               88 PST-OPEN          VALUE "O".
               88 PST-DEELS-BETAALD VALUE "D".
               88 PST-VOLDAAN       VALUE "B".
               88 PST-TEVEEL        VALUE "T".
           02 PST-LAATSTE-BETALING PIC 9(8).
           02 PST-OPERATOR PIC X(4).

       FD  TEFACTUREREN BLOCK CONTAINS 10 RECORDS.
       01  TEFACTURERENREC.
           02 TF-SLEUTEL.
               03 TF-KLANT PIC 9(7).
               03 TF-DATUM PIC 9(8).
               03 TF-TIJD  PIC 9(6).
               03 TF-NR    PIC X(6).
           02 TF-AANTAL   PIC 9(4).
           02 TF-OPERATOR PIC X(4).

       FD  Stock BLOCK CONTAINS 10 RECORDS.
       01  PRODUCT.
           02 NR              PIC X(6).
           02 NAAM            PIC X(40).
           02 INSTOCK         PIC 9(4).
           02 REORDER-DREMPEL PIC 9(4).
           02 LEV-NR          PIC X(4).
           02 BESTELAANTAL    PIC 9(4).
           02 AANKOOPPRIJS.
               03 PRIJS-GEHEEL   PIC 9(5).
               03 PRIJS-DECIMAAL PIC 9(2).

       FD  KLANTEN BLOCK CONTAINS 10 RECORDS.
       01  KLANT.
           02 KL-NR       PIC 9(7).
           02 KL-NAAM     PIC X(20).
           02 KL-STRAAT   PIC X(30).
           02 KL-POSTCODE PIC X(8).
           02 KL-GEMEENTE PIC X(20).
           02 KL-TEL      PIC X(13).
           02 KL-STATUS   PIC X.
               88 KL-ACTIEF   VALUE "A".
               88 KL-INACTIEF VALUE "I".
           02 KL-RIJKSREGISTERNR PIC 9(11).
           02 KL-GEBOORTEDATUM   PIC 9(8).

       FD  FACTUUR.
       01  FACTUURLIJN PIC X(80).

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
           88 MENU-WAARDE-GELDIG VALUES 0 THRU 2.
           88 M-FACTUREER VALUE 1.
           88 M-LIJST     VALUE 2.
           88 M-EINDE     VALUE 0.
       77  FOUTMELDING PIC X(79).
       77  INVOERSTATUS PIC X.
           88 INVOER-OK VALUE "J".
           88 INVOER-NOK VALUE "N".
       77  WS-OPERATOR PIC X(4).
       77  WS-AANMELD-ID PIC X(4).
       77  WS-AANMELD-OK PIC X.
           88 AANGEMELD VALUE "J".
       77  WS-NIVEAU PIC 9 VALUE 1.
       77  WS-VANDAAG PIC 9(8).
       77  WS-FACTUURNAAM PIC X(44).
       77  WS-KLANT PIC 9(7).
       77  WS-BEVESTIG PIC X.
       77  TEFACTURERENGEDAAN PIC X(1).
           88 STOPLEZENTEFACTUREREN VALUE "J".
       77  POSTENGEDAAN PIC X(1).
           88 STOPLEZENPOSTEN VALUE "J".
       77  WS-LAATSTE-FACTUURNR PIC 9(6).
      * DE FACTUURLIJNEN; MEER DAN 50 UITGIFTES VOOR EEN KLANT
      * BLIJVEN STAAN VOOR EEN VOLGENDE FACTUUR.
       77  FL-GEVULD PIC 9(3) VALUE ZERO.
       77  FL-IX     PIC 9(3).
       01  FACTUURLIJNEN.
           02 FL-REGEL OCCURS 50.
               03 FL-SLEUTEL      PIC X(27).
               03 FL-NR           PIC X(6).
               03 FL-NAAM         PIC X(40).
               03 FL-AANTAL       PIC 9(4).
               03 FL-PRIJS-CENTEN PIC 9(7).
               03 FL-BTW-TARIEF   PIC 9(2).
               03 FL-NETTO-CENTEN PIC 9(9).
               03 FL-BTW-CENTEN   PIC 9(9).
       77  WS-PRIJS-GEHEEL   PIC 9(5).
       77  WS-PRIJS-DECIMAAL PIC 9(2).
       77  WS-BTW-TARIEF     PIC 9(2).
       77  WS-NETTO-CENTEN   PIC 9(9).
       77  WS-BTW-CENTEN     PIC 9(9).
       77  WS-TOTAAL-CENTEN  PIC 9(9).
       77  WS-OPEN-CENTEN    PIC S9(9).
       77  WS-BASIS-GETAL    PIC 9(10).
       77  WS-CONTROLEGETAL  PIC 9(2).
       01  WS-GESTRUCT.
           02 WS-GS-BASIS PIC 9(10).
           02 WS-GS-CONTROLE PIC 9(2).
       01  WS-GESTRUCT-X REDEFINES WS-GESTRUCT.
           02 WS-GS-DEEL1 PIC X(3).
           02 WS-GS-DEEL2 PIC X(4).
           02 WS-GS-DEEL3 PIC X(5).
       77  WS-GESTRUCT-TEKST PIC X(20).
       01  WS-TOON-PRIJS  PIC Z(4)9,99.
       01  WS-TOON-BEDRAG PIC Z(6)9,99.
       01  WS-TOON-OPEN   PIC -(6)9,99.
       01  FACTUURREGEL.
           02 FR-NR      PIC X(6).
           02 FILLER     PIC X VALUE SPACE.
           02 FR-NAAM    PIC X(30).
           02 FR-AANTAL  PIC ZZZ9.
           02 FILLER     PIC X VALUE SPACE.
           02 FR-PRIJS   PIC Z(4)9,99.
           02 FILLER     PIC X VALUE SPACE.
           02 FR-BTW     PIC Z9.
           02 FILLER     PIC X(2) VALUE "% ".
           02 FR-NETTO   PIC Z(6)9,99.
       01  FACTUURKOP.
           02 FILLER PIC X(37) VALUE "PRODUCT NAAM".
           02 FILLER PIC X(5)  VALUE "AANT.".
           02 FILLER PIC X(9)  VALUE "   PRIJS ".
           02 FILLER PIC X(5)  VALUE "BTW ".
           02 FILLER PIC X(10) VALUE "     NETTO".
       01  BEDRAGLIJN.
           02 FILLER          PIC X(38) VALUE SPACES.
           02 BL-OMSCHRIJVING PIC X(20).
           02 BL-BEDRAG       PIC Z(6)9,99.

       SCREEN SECTION.
       01  AANMELDSCHERM.
           02 BLANK SCREEN.
           02 LINE  6 COL 23 VALUE "*** AANMELDEN ***".
           02 LINE  8 COL 23 VALUE "OPERATOR-ID:".
           02 LINE  8 COL 41 PIC X(4) USING WS-AANMELD-ID.
           02 LINE 24 COL  1 PIC X(79) FROM FOUTMELDING.
       01  HOOFDMENU.
           02 BLANK SCREEN.
           02 LINE 6 COL 23  VALUE "VERKOOPFACTUREN:".
           02 LINE 8 COL 25  VALUE "1. FACTUREER UITGIFTES AAN KLANT".
           02 LINE 9 COL 25  VALUE "2. OPENSTAANDE POSTEN".
           02 LINE 11 COL 25 VALUE "0. EINDE".
           02 LINE 20 COL 1  VALUE "UW SELECTIE:".
           02 LINE 20 COL 15 PIC Z USING MENUWAARDE.
           02 LINE 24 COL 1  PIC X(79) FROM FOUTMELDING.
       01 KLANTNUMMERSCHERM.
           02 BLANK SCREEN.
           02 LINE 8 COL 23 VALUE "GEEF HET KLANTNUMMER:".
           02 LINE 8 COL 48 PIC 9(7) USING WS-KLANT.
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
      * OPERATORBEHEER); HET ID KOMT OP DE OPENSTAANDE POST.
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
           OPEN I-O OPENPOSTEN.

       DOETAAK.
           MOVE SPACES TO FOUTMELDING
           PERFORM HAALINPUT
           PERFORM TOONFOUT THRU HAALINPUT UNTIL MENU-WAARDE-GELDIG
           IF M-FACTUREER AND WS-NIVEAU < 2
               MOVE "ONVOLDOENDE BEVOEGDHEID (NIVEAU 2 VEREIST)!"
                    TO FOUTMELDING
           ELSE IF M-FACTUREER
               PERFORM FACTUREERPROC
           ELSE IF M-LIJST
               PERFORM POSTENLIJSTPROC
           ELSE
               PERFORM EINDEPROC
           END-IF.

       TOONFOUT.
           MOVE "KIES EEN WAARDE TUSSEN 0 EN 2!" TO FOUTMELDING.

       HAALINPUT.
           DISPLAY HOOFDMENU
           ACCEPT HOOFDMENU.

       FACTUREERPROC.
           MOVE ALL "_" TO WS-KLANT
           PERFORM WITH TEST AFTER UNTIL INVOER-OK
               SET INVOER-OK TO TRUE
               DISPLAY KLANTNUMMERSCHERM
               ACCEPT KLANTNUMMERSCHERM
               INSPECT WS-KLANT REPLACING ALL "_" BY "0"
      * DIT IS OM EEN BUG IN DE COMPILER TE OMZEILEN
               INSPECT WS-KLANT REPLACING ALL X"00" BY "0"
               IF NOT WS-KLANT = 0
                   PERFORM CONTROLEER-KLANT
               END-IF
               IF INVOER-OK AND NOT WS-KLANT = 0
                   PERFORM LAAD-FACTUURLIJNEN
               END-IF
           END-PERFORM
           IF NOT WS-KLANT = 0
               PERFORM VRAAG-PRIJZEN
               PERFORM TOON-TOTALEN
               MOVE SPACES TO WS-BEVESTIG
               DISPLAY "FACTUUR AANMAKEN (J/N)?"
               ACCEPT WS-BEVESTIG
               IF WS-BEVESTIG = "J" OR WS-BEVESTIG = "j"
                   PERFORM MAAK-FACTUUR
                   DISPLAY "FACTUUR " PST-FACTUURNR " AANGEMAAKT, "
                           "MEDEDELING " WS-GESTRUCT-TEKST
                   DISPLAY "AFGEDRUKT IN " WS-FACTUURNAAM
               ELSE
                   DISPLAY "GEEN FACTUUR AANGEMAAKT."
               END-IF
               DISPLAY "0. TERUG NAAR HOOFDMENU"
               ACCEPT MENUWAARDE
           END-IF.

       CONTROLEER-KLANT.
           OPEN INPUT KLANTEN
           MOVE WS-KLANT TO KL-NR
           READ KLANTEN
               INVALID KEY MOVE "KLANT BESTAAT NIET!" TO FOUTMELDING
                           SET INVOER-NOK TO TRUE
           END-READ
           CLOSE KLANTEN
           IF INVOER-OK AND KL-INACTIEF
               MOVE "KLANT IS INACTIEF!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF.

      * HAALT DE NOG NIET GEFACTUREERDE UITGIFTES VAN DE KLANT OP,
      * IN DATUMVOLGORDE, MET DE PRODUCTNAAM UIT HET STOCKBESTAND.
       LAAD-FACTUURLIJNEN.
           MOVE ZEROS TO FL-GEVULD
           MOVE "N" TO TEFACTURERENGEDAAN
           OPEN INPUT TEFACTUREREN
           OPEN INPUT Stock
           MOVE LOW-VALUES TO TF-SLEUTEL
           MOVE WS-KLANT TO TF-KLANT
           START TEFACTUREREN KEY IS NOT LESS THAN TF-SLEUTEL
               INVALID KEY MOVE "J" TO TEFACTURERENGEDAAN
           END-START
           PERFORM LAAD-EEN-FACTUURLIJN UNTIL STOPLEZENTEFACTUREREN
           CLOSE Stock
           CLOSE TEFACTUREREN
           IF FL-GEVULD = 0
               MOVE "GEEN TE FACTUREREN UITGIFTES VOOR DEZE KLANT!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF.

       LAAD-EEN-FACTUURLIJN.
           READ TEFACTUREREN NEXT RECORD
               AT END MOVE "J" TO TEFACTURERENGEDAAN
           END-READ
           IF NOT STOPLEZENTEFACTUREREN
               IF TF-KLANT NOT = WS-KLANT OR FL-GEVULD = 50
                   MOVE "J" TO TEFACTURERENGEDAAN
               ELSE
                   ADD 1 TO FL-GEVULD
                   MOVE TF-SLEUTEL TO FL-SLEUTEL(FL-GEVULD)
                   MOVE TF-NR TO FL-NR(FL-GEVULD)
                   MOVE TF-AANTAL TO FL-AANTAL(FL-GEVULD)
                   MOVE TF-NR TO NR
                   READ Stock
                       INVALID KEY MOVE "(PRODUCT ONBEKEND)" TO NAAM
                                   MOVE ZEROS TO AANKOOPPRIJS
                   END-READ
                   MOVE NAAM TO FL-NAAM(FL-GEVULD)
               END-IF
           END-IF.

       VRAAG-PRIJZEN.
           DISPLAY "FACTUUR VOOR " KL-NAAM " (KLANT " WS-KLANT ")"
           PERFORM VRAAG-PRIJS-LIJN
               VARYING FL-IX FROM 1 BY 1 UNTIL FL-IX > FL-GEVULD.

      * PER LIJN VERKOOPPRIJS EN BTW-TARIEF; DE AANKOOPPRIJS WORDT
      * TER INFORMATIE GETOOND. DE BTW WORDT PER LIJN OP EEN CENT
      * AFGEROND.
       VRAAG-PRIJS-LIJN.
           MOVE FL-NR(FL-IX) TO NR
           OPEN INPUT Stock
           READ Stock
               INVALID KEY MOVE ZEROS TO AANKOOPPRIJS
           END-READ
           CLOSE Stock
           COMPUTE WS-TOON-PRIJS = PRIJS-GEHEEL * 100 + PRIJS-DECIMAAL
           DISPLAY FL-NR(FL-IX) " " FL-NAAM(FL-IX)
           DISPLAY "  AANTAL " FL-AANTAL(FL-IX)
                   "  AANKOOPPRIJS " WS-TOON-PRIJS
           SET INVOER-NOK TO TRUE
           PERFORM VRAAG-PRIJS UNTIL INVOER-OK
           COMPUTE FL-PRIJS-CENTEN(FL-IX) =
                   WS-PRIJS-GEHEEL * 100 + WS-PRIJS-DECIMAAL
           MOVE WS-BTW-TARIEF TO FL-BTW-TARIEF(FL-IX)
           COMPUTE FL-NETTO-CENTEN(FL-IX) =
                   FL-PRIJS-CENTEN(FL-IX) * FL-AANTAL(FL-IX)
           COMPUTE FL-BTW-CENTEN(FL-IX) ROUNDED =
                   FL-NETTO-CENTEN(FL-IX) * WS-BTW-TARIEF / 100.

       VRAAG-PRIJS.
           SET INVOER-OK TO TRUE
           MOVE ZEROS TO WS-PRIJS-GEHEEL
           MOVE ZEROS TO WS-PRIJS-DECIMAAL
           MOVE 21 TO WS-BTW-TARIEF
           DISPLAY "  VERKOOPPRIJS PER STUK, EURO:"
           ACCEPT WS-PRIJS-GEHEEL
           DISPLAY "  EN CENT:"
           ACCEPT WS-PRIJS-DECIMAAL
           DISPLAY "  BTW-TARIEF IN % (0, 6, 12 OF 21):"
           ACCEPT WS-BTW-TARIEF
           IF WS-PRIJS-GEHEEL NOT NUMERIC
                   OR WS-PRIJS-DECIMAAL NOT NUMERIC
                   OR WS-PRIJS-GEHEEL * 100 + WS-PRIJS-DECIMAAL = 0
               DISPLAY "  GEEF EEN VERKOOPPRIJS!"
               SET INVOER-NOK TO TRUE
           ELSE IF WS-BTW-TARIEF NOT = 0 AND WS-BTW-TARIEF NOT = 6
                   AND WS-BTW-TARIEF NOT = 12
                   AND WS-BTW-TARIEF NOT = 21
               DISPLAY "  BTW-TARIEF MOET 0, 6, 12 OF 21 ZIJN!"
               SET INVOER-NOK TO TRUE
           END-IF
           END-IF.

       TOON-TOTALEN.
           PERFORM TEL-TOTALEN
           MOVE WS-NETTO-CENTEN TO WS-TOON-BEDRAG
           DISPLAY "TOTAAL EXCL. BTW " WS-TOON-BEDRAG
           MOVE WS-BTW-CENTEN TO WS-TOON-BEDRAG
           DISPLAY "BTW              " WS-TOON-BEDRAG
           MOVE WS-TOTAAL-CENTEN TO WS-TOON-BEDRAG
           DISPLAY "TE BETALEN       " WS-TOON-BEDRAG.

       TEL-TOTALEN.
           MOVE ZEROS TO WS-NETTO-CENTEN WS-BTW-CENTEN
           PERFORM TEL-FACTUURLIJN
               VARYING FL-IX FROM 1 BY 1 UNTIL FL-IX > FL-GEVULD
           COMPUTE WS-TOTAAL-CENTEN = WS-NETTO-CENTEN + WS-BTW-CENTEN.

       TEL-FACTUURLIJN.
           ADD FL-NETTO-CENTEN(FL-IX) TO WS-NETTO-CENTEN
           ADD FL-BTW-CENTEN(FL-IX) TO WS-BTW-CENTEN.

      * DE OPENSTAANDE POST WORDT EERST GESCHREVEN; PAS DAARNA
      * VERDWIJNEN DE UITGIFTES UIT TEFACTUREREN, ZODAT EEN
      * ONDERBREKING HOOGSTENS EEN UITGIFTE TWEEMAAL LAAT
      * FACTUREREN MAAR NOOIT EEN UITGIFTE ONGEFACTUREERD VERLIEST.
       MAAK-FACTUUR.
           PERFORM BEPAAL-FACTUURNR
           PERFORM BEREKEN-MEDEDELING
           MOVE ZEROS TO OPENPOSTREC
           MOVE WS-LAATSTE-FACTUURNR TO PST-FACTUURNR
           MOVE WS-KLANT TO PST-KLANT
           MOVE WS-VANDAAG TO PST-DATUM
           COMPUTE PST-VERVALDATUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-VANDAAG) + 30)
           MOVE WS-GESTRUCT TO PST-MEDEDELING
           DIVIDE WS-TOTAAL-CENTEN BY 100
               GIVING PST-TOT-GEHEEL REMAINDER PST-TOT-DECIMAAL
           DIVIDE WS-BTW-CENTEN BY 100
               GIVING PST-BTW-GEHEEL REMAINDER PST-BTW-DECIMAAL
           SET PST-OPEN TO TRUE
           MOVE WS-OPERATOR TO PST-OPERATOR
           WRITE OPENPOSTREC
           PERFORM DRUK-FACTUUR
           OPEN I-O TEFACTUREREN
           PERFORM VERWIJDER-TEFACTUREREN
               VARYING FL-IX FROM 1 BY 1 UNTIL FL-IX > FL-GEVULD
           CLOSE TEFACTUREREN.

       VERWIJDER-TEFACTUREREN.
           MOVE FL-SLEUTEL(FL-IX) TO TF-SLEUTEL
           DELETE TEFACTUREREN RECORD
               INVALID KEY CONTINUE
           END-DELETE.

      * HET NIEUWE FACTUURNUMMER IS HET HOOGSTE BESTAANDE PLUS 1.
       BEPAAL-FACTUURNR.
           MOVE ZEROS TO WS-LAATSTE-FACTUURNR
           MOVE "N" TO POSTENGEDAAN
           MOVE ZEROS TO PST-FACTUURNR
           START OPENPOSTEN KEY IS NOT LESS THAN PST-FACTUURNR
               INVALID KEY MOVE "J" TO POSTENGEDAAN
           END-START
           PERFORM LEES-FACTUURNR UNTIL STOPLEZENPOSTEN
           ADD 1 TO WS-LAATSTE-FACTUURNR.

       LEES-FACTUURNR.
           READ OPENPOSTEN NEXT RECORD
               AT END MOVE "J" TO POSTENGEDAAN
           END-READ
           IF NOT STOPLEZENPOSTEN
               MOVE PST-FACTUURNR TO WS-LAATSTE-FACTUURNR
           END-IF.

      * GESTRUCTUREERDE MEDEDELING: FACTUURNUMMER OP TIEN CIJFERS
      * PLUS CONTROLEGETAL (REST MODULO 97, 0 WORDT 97).
       BEREKEN-MEDEDELING.
           MOVE WS-LAATSTE-FACTUURNR TO WS-BASIS-GETAL
           COMPUTE WS-CONTROLEGETAL = FUNCTION MOD(WS-BASIS-GETAL, 97)
           IF WS-CONTROLEGETAL = 0
               MOVE 97 TO WS-CONTROLEGETAL
           END-IF
           MOVE WS-BASIS-GETAL TO WS-GS-BASIS
           MOVE WS-CONTROLEGETAL TO WS-GS-CONTROLE
           PERFORM ZET-MEDEDELING-TEKST.

       ZET-MEDEDELING-TEKST.
           MOVE SPACES TO WS-GESTRUCT-TEKST
           STRING "+++" WS-GS-DEEL1 "/" WS-GS-DEEL2 "/" WS-GS-DEEL3
                  "+++" DELIMITED BY SIZE INTO WS-GESTRUCT-TEKST.

       DRUK-FACTUUR.
           MOVE SPACES TO WS-FACTUURNAAM
           STRING "BESTANDEN/FACTUUR." PST-FACTUURNR
                  DELIMITED BY SIZE INTO WS-FACTUURNAAM
           OPEN OUTPUT FACTUUR
           MOVE SPACES TO FACTUURLIJN
           STRING "FACTUUR " PST-FACTUURNR "   DATUM " PST-DATUM
                  "   VERVALDAG " PST-VERVALDATUM
                  DELIMITED BY SIZE INTO FACTUURLIJN
           WRITE FACTUURLIJN
           MOVE SPACES TO FACTUURLIJN
           WRITE FACTUURLIJN
           MOVE KL-NAAM TO FACTUURLIJN
           WRITE FACTUURLIJN
           MOVE KL-STRAAT TO FACTUURLIJN
           WRITE FACTUURLIJN
           MOVE SPACES TO FACTUURLIJN
           STRING KL-POSTCODE " " KL-GEMEENTE
                  DELIMITED BY SIZE INTO FACTUURLIJN
           WRITE FACTUURLIJN
           MOVE SPACES TO FACTUURLIJN
           STRING "KLANTNUMMER " PST-KLANT
                  DELIMITED BY SIZE INTO FACTUURLIJN
           WRITE FACTUURLIJN
           MOVE SPACES TO FACTUURLIJN
           WRITE FACTUURLIJN
           MOVE FACTUURKOP TO FACTUURLIJN
           WRITE FACTUURLIJN
           PERFORM DRUK-FACTUURLIJN
               VARYING FL-IX FROM 1 BY 1 UNTIL FL-IX > FL-GEVULD
           MOVE SPACES TO FACTUURLIJN
           WRITE FACTUURLIJN
           MOVE "TOTAAL EXCL. BTW" TO BL-OMSCHRIJVING
           MOVE WS-NETTO-CENTEN TO BL-BEDRAG
           MOVE BEDRAGLIJN TO FACTUURLIJN
           WRITE FACTUURLIJN
           MOVE "BTW" TO BL-OMSCHRIJVING
           MOVE WS-BTW-CENTEN TO BL-BEDRAG
           MOVE BEDRAGLIJN TO FACTUURLIJN
           WRITE FACTUURLIJN
           MOVE "TE BETALEN" TO BL-OMSCHRIJVING
           MOVE WS-TOTAAL-CENTEN TO BL-BEDRAG
           MOVE BEDRAGLIJN TO FACTUURLIJN
           WRITE FACTUURLIJN
           MOVE SPACES TO FACTUURLIJN
           WRITE FACTUURLIJN
           MOVE SPACES TO FACTUURLIJN
           STRING "GELIEVE TE BETALEN VOOR " PST-VERVALDATUM
                  " MET MEDEDELING " WS-GESTRUCT-TEKST
                  DELIMITED BY SIZE INTO FACTUURLIJN
           WRITE FACTUURLIJN
           CLOSE FACTUUR.

       DRUK-FACTUURLIJN.
           MOVE SPACES TO FACTUURREGEL
           MOVE FL-NR(FL-IX) TO FR-NR
           MOVE FL-NAAM(FL-IX) TO FR-NAAM
           MOVE FL-AANTAL(FL-IX) TO FR-AANTAL
           MOVE FL-PRIJS-CENTEN(FL-IX) TO FR-PRIJS
           MOVE FL-BTW-TARIEF(FL-IX) TO FR-BTW
           MOVE FL-NETTO-CENTEN(FL-IX) TO FR-NETTO
           MOVE FACTUURREGEL TO FACTUURLIJN
           WRITE FACTUURLIJN.

      * LIJST VAN DE NOG NIET (VOLLEDIG) BETAALDE FACTUREN, MET
      * HET OPENSTAANDE BEDRAG (NEGATIEF = TEVEEL BETAALD).
       POSTENLIJSTPROC.
           MOVE "N" TO POSTENGEDAAN
           MOVE ZEROS TO PST-FACTUURNR
           START OPENPOSTEN KEY IS NOT LESS THAN PST-FACTUURNR
               INVALID KEY MOVE "J" TO POSTENGEDAAN
           END-START
           PERFORM PRINTPOST UNTIL STOPLEZENPOSTEN
           DISPLAY "0. TERUG NAAR HOOFDMENU"
           ACCEPT MENUWAARDE.

       PRINTPOST.
           READ OPENPOSTEN NEXT RECORD
               AT END MOVE "J" TO POSTENGEDAAN
           END-READ
           IF NOT STOPLEZENPOSTEN AND NOT PST-VOLDAAN
               COMPUTE WS-OPEN-CENTEN =
                       PST-TOT-GEHEEL * 100 + PST-TOT-DECIMAAL
                     - PST-BET-GEHEEL * 100 - PST-BET-DECIMAAL
               MOVE WS-OPEN-CENTEN TO WS-TOON-OPEN
               MOVE PST-MEDEDELING TO WS-GESTRUCT
               PERFORM ZET-MEDEDELING-TEKST
               DISPLAY PST-FACTUURNR " | KLANT " PST-KLANT " | "
                       PST-DATUM " | " WS-GESTRUCT-TEKST
                       " | OPEN " WS-TOON-OPEN " | " PST-STATUS
           END-IF.

       EINDEPROC.
           EXIT.

       SLUITBESTAND.
           CLOSE OPENPOSTEN.

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
