      ************************************************************
      * AANKOOPFACTUREN
      *
      * REGISTRATIE, GOEDKEURING EN BETALING VAN DE FACTUREN VAN
      * DE LEVERANCIERS IN "BESTANDEN/AANKOOPFACTUREN".
      *
      * EEN AANKOOPFACTUUR HOORT BIJ EEN BESTELLING (ZIE
      * BESTELBEHEER) EN WORDT DRIEVOUDIG AFGESTEMD:
      * - HET GEFACTUREERDE AANTAL TEGEN HET ONTVANGEN AANTAL
      *   (BEST-GELEVERD-AANTAL) EN HET BESTELDE AANTAL
      *   (BEST-AANTAL), TELKENS MIN WAT AL OP EERDERE FACTUREN
      *   VOOR DEZE BESTELLING STOND;
      * - DE GEFACTUREERDE PRIJS PER STUK TEGEN DE AANKOOPPRIJS
      *   VAN HET PRODUCT IN STOCK.DAT.
      * EEN VERSCHIL BOVEN DE TOLERANTIE (PARAMETERS TOLAANTAL EN
      * TOLPRIJS, IN TIENDUIZENDSTEN: 200 = 2%) BLOKKEERT DE
      * FACTUUR TOT EEN SUPERVISOR HAAR GOEDKEURT OF AFKEURT.
      * ZONDER PARAMETER MOET HET AANTAL EXACT KLOPPEN EN MAG DE
      * PRIJS 2% AFWIJKEN.
      *
      * DE WEKELIJKSE BETAALRUN NEEMT ALLE GOEDGEKEURDE FACTUREN
      * DIE VOOR DE VOLGENDE RUN (BINNEN 7 DAGEN) VERVALLEN EN
      * SCHRIJFT ZE ALS EEN BETAALBESTAND VANAF DE EIGEN
      * BEDRIJFSREKENING (PARAMETER FIRMAREK) NAAR
      * "BESTANDEN/BETAALOPDRACHTEN", IN HET FORMAAT VAN
      * BETAALIMPORT, DAT HET BESTAND MET ZIJN CONTROLETOTALEN EN
      * DEKKINGSCONTROLE BOEKT. DE MEDEDELING VAN ELKE BETALING
      * BEGINT MET "LEVFACT " EN HET INTERNE FACTUURNUMMER;
      * FACTUURAFPUNTING ZET 'S NACHTS DAAROP DE FACTUUR OP
      * BETAALD MET HET VOLGNUMMER VAN DE OVERSCHRIJVING.
      * EEN FACTUUR DIE IN DE RUN ZAT MAAR NIET BETAALD WERD (BV.
      * OMDAT BETAALIMPORT HET BESTAND WEIGERDE) KAN DE
      * SUPERVISOR OPNIEUW VRIJGEVEN VOOR DE VOLGENDE RUN.
      * STAAT ER IN "BESTANDEN/BETAALOPDRACHTEN" NOG EEN BESTAND
      * DAT BETAALIMPORT NIET GEBOEKT HEEFT (GEEN REGEL IN
      * "BESTANDEN/BETAALIMPORT.GELADEN" MET DEZELFDE KOPREGEL),
      * BV. EEN LOONRUN OF DE RUN VAN VORIGE WEEK, DAN WEIGERT DE
      * BETAALRUN EN SCHRIJFT HIJ NIETS.
      *
      * REGISTREREN VRAAGT BEHEER (NIVEAU 2); GOEDKEUREN EN DE
      * BETAALRUN VRAGEN EEN SUPERVISOR (NIVEAU 3).
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AANKOOPFACTUREN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AANKOOPFACTUREN
                  ASSIGN TO "BESTANDEN/AANKOOPFACTUREN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS AF-NR.
           SELECT OPTIONAL BESTELLINGEN
                  ASSIGN TO "BESTANDEN/BESTELLINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS BEST-NR.
           SELECT OPTIONAL Stock ASSIGN TO "BESTANDEN/STOCK.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR.
           SELECT OPTIONAL LEVERANCIERS
                  ASSIGN TO "BESTANDEN/LEVERANCIERS"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LEV-NR.
           SELECT OPTIONAL BETAALOPDRACHTEN
                  ASSIGN TO "BESTANDEN/BETAALOPDRACHTEN"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GELADENLOG
                  ASSIGN TO "BESTANDEN/BETAALIMPORT.GELADEN"
                  ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT OPTIONAL BEDRIJFSDATUM
                  ASSIGN TO "BESTANDEN/BEDRIJFSDATUM"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * STATUS: W = WACHT OP GOEDKEURING (VERSCHIL BOVEN DE
      * TOLERANTIE), G = GOEDGEKEURD, R = IN EEN BETAALRUN,
      * B = BETAALD (AF-VOLGNR = VOLGNUMMER VAN DE BETALING),
      * X = AFGEKEURD. AFWIJKING: O = MEER GEFACTUREERD DAN
      * ONTVANGEN, B = MEER GEFACTUREERD DAN BESTELD, P = PRIJS
      * WIJKT AF VAN DE AANKOOPPRIJS.
       FD  AANKOOPFACTUREN BLOCK CONTAINS 10 RECORDS.
       01  AANKOOPFACTUUR.
           02 AF-NR          PIC 9(6).
           02 AF-LEV-NR      PIC X(4).
           02 AF-LEV-FACTUUR PIC X(15).
           02 AF-BEST-NR     PIC 9(6).
           02 AF-PRODUCT-NR  PIC X(6).
           02 AF-AANTAL      PIC 9(4).
           02 AF-PRIJS.
               03 AF-PRIJS-GEHEEL   PIC 9(5).
               03 AF-PRIJS-DECIMAAL PIC 9(2).
           02 AF-BTW-TARIEF  PIC 9(2).
           02 AF-TOTAAL.
               03 AF-TOT-GEHEEL   PIC 9(7).
               03 AF-TOT-DECIMAAL PIC 9(2).
           02 AF-DATUM       PIC 9(8).
           02 AF-VERVALDATUM PIC 9(8).
           02 AF-STATUS PIC X.
               88 AF-WACHT       VALUE "W".
               88 AF-GOEDGEKEURD VALUE "G".
               88 AF-IN-RUN      VALUE "R".
               88 AF-BETAALD     VALUE "B".
               88 AF-AFGEKEURD   VALUE "X".
           02 AF-AFWIJKING   PIC X.
               88 AF-GEEN-AFWIJKING  VALUE SPACE.
               88 AF-TEVEEL-ONTVANGEN VALUE "O".
               88 AF-TEVEEL-BESTELD  VALUE "B".
               88 AF-PRIJSVERSCHIL   VALUE "P".
           02 AF-OPERATOR    PIC X(4).
           02 AF-GOEDKEURDER PIC X(4).
           02 AF-VOLGNR      PIC 9(6).
           02 AF-BETAALDATUM PIC 9(8).

       FD  BESTELLINGEN BLOCK CONTAINS 10 RECORDS.
       01  BESTELLING.
           02 BEST-NR PIC 9(6).
           02 BEST-LEV-NR PIC X(4).
           02 BEST-PRODUCT-NR PIC X(6).
           02 BEST-AANTAL PIC 9(4).
           02 BEST-DATUM PIC 9(8).
           02 BEST-STATUS PIC X.
               88 BEST-OPEN     VALUE "O".
               88 BEST-GELEVERD VALUE "G".
           02 BEST-LEVERDATUM PIC 9(8).
           02 BEST-GELEVERD-AANTAL PIC 9(4).

       FD  Stock BLOCK CONTAINS 10 RECORDS.
       01  PRODUCT.
           02 NR              PIC X(6).
           02 NAAM            PIC X(40).
           02 INSTOCK         PIC 9(4).
           02 REORDER-DREMPEL PIC 9(4).
           02 LEV-NR-PRODUCT  PIC X(4).
           02 BESTELAANTAL    PIC 9(4).
           02 AANKOOPPRIJS.
               03 PRIJS-GEHEEL   PIC 9(5).
               03 PRIJS-DECIMAAL PIC 9(2).

       FD  LEVERANCIERS BLOCK CONTAINS 10 RECORDS.
       01  LEVERANCIER.
           02 LEV-NR   PIC X(4).
           02 LEV-NAAM PIC X(30).
           02 LEV-TEL  PIC X(13).
           02 LEV-STATUS PIC X.
               88 LEV-ACTIEF   VALUE "A".
               88 LEV-INACTIEF VALUE "I".
           02 LEV-REKENING.
               03 LEV-REK-DEEL1 PIC 9(3).
               03 LEV-REK-DEEL2 PIC 9(7).
               03 LEV-REK-DEEL3 PIC 9(2).

      * ZELFDE OPBOUW ALS HET INVOERBESTAND VAN BETAALIMPORT.
       FD  BETAALOPDRACHTEN.
       01  IMPORTREGEL PIC X(80).
       01  KOPREGEL REDEFINES IMPORTREGEL.
           02 K-TYPE PIC X.
           02 K-VAN.
               03 K-VAN-DEEL1 PIC 9(3).
               03 K-VAN-DEEL2 PIC 9(7).
               03 K-VAN-DEEL3 PIC 9(2).
           02 K-AANTAL PIC 9(5).
           02 K-TOTAAL.
               03 K-TOTAAL-GEHEEL   PIC 9(9).
               03 K-TOTAAL-DECIMAAL PIC 9(2).
           02 FILLER PIC X(51).
       01  DETAILREGEL REDEFINES IMPORTREGEL.
           02 D-TYPE PIC X.
           02 D-NAAR.
               03 D-NAAR-DEEL1 PIC 9(3).
               03 D-NAAR-DEEL2 PIC 9(7).
               03 D-NAAR-DEEL3 PIC 9(2).
           02 D-BEDRAG.
               03 D-GEHEEL   PIC 9(7).
               03 D-DECIMAAL PIC 9(2).
           02 D-MEDEDELING PIC X(50).
           02 FILLER PIC X(8).

      * LOGBOEK VAN BETAALIMPORT: DE KOPREGELS DIE AL GEBOEKT ZIJN.
       FD  GELADENLOG.
       01  GELADENREGEL.
           02 G-DATUM  PIC 9(8).
           02 FILLER   PIC X.
           02 G-VAN    PIC 9(12).
           02 FILLER   PIC X.
           02 G-AANTAL PIC 9(5).
           02 FILLER   PIC X.
           02 G-TOTAAL PIC 9(11).

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

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

       WORKING-STORAGE SECTION.
       77  MENUWAARDE PIC 9 VALUE 0.
           88 MENU-WAARDE-GELDIG VALUES 0 THRU 4.
           88 M-REGISTREER VALUE 1.
           88 M-GOEDKEUREN VALUE 2.
           88 M-BETAALRUN  VALUE 3.
           88 M-LIJST      VALUE 4.
           88 M-EINDE      VALUE 0.
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
       77  WS-TERMIJN-DATUM PIC 9(8).
       77  WS-BEVESTIG PIC X.
       77  WS-VORIG-VLAG PIC X.
           88 VORIG-BESTAND-OPEN VALUE "J".
       77  WS-LOG-GEDAAN PIC X.
           88 LOG-KLAAR VALUE "J".
       01  WS-VORIGE-KOP.
           02 VK-TYPE   PIC X.
           02 VK-VAN    PIC 9(12).
           02 VK-AANTAL PIC 9(5).
           02 VK-TOTAAL PIC 9(11).
           02 FILLER    PIC X(51).
       77  FACTUURGEDAAN PIC X(1).
           88 STOPLEZENFACTUREN VALUE "J".
       77  WS-LAATSTE-NR PIC 9(6).
       77  WS-BESTELNR PIC 9(6).
       77  WS-FACTUURNR PIC 9(6).
       77  WS-LEV-FACTUUR PIC X(15).
       77  WS-DUBBEL-VLAG PIC X.
           88 FACTUUR-DUBBEL VALUE "J".
       77  WS-AL-GEFACTUREERD PIC 9(5).
       77  WS-AANTAL PIC 9(4).
       77  WS-PRIJS-GEHEEL PIC 9(5).
       77  WS-PRIJS-DECIMAAL PIC 9(2).
       77  WS-BTW-TARIEF PIC 9(2).
       77  WS-FACTUURDATUM PIC 9(8).
       77  WS-VERVALDATUM PIC 9(8).
       77  WS-PRIJS-CENTEN PIC 9(7).
       77  WS-AANKOOP-CENTEN PIC 9(7).
       77  WS-NETTO-CENTEN PIC 9(9).
       77  WS-BTW-CENTEN PIC 9(9).
       77  WS-TOTAAL-CENTEN PIC 9(9).
       77  WS-VERSCHIL PIC S9(9).
       77  WS-VERWACHT PIC S9(9).
       77  WS-AFWIJKING PIC X(30).
       77  WS-AFWIJKCODE PIC X.
       77  WS-TOLAANTAL PIC 9(9) VALUE 0.
       77  WS-TOLPRIJS PIC 9(9) VALUE 200.
       77  WS-BANKPREFIX PIC 9(3) VALUE 1.
       77  WS-FIRMAREK PIC 9(7) VALUE 0.
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
       77  WS-PARAM-GEVONDEN-VLAG PIC X.
           88 PARAM-GEVONDEN VALUE "J".
       77  WS-PARAM-GEDAAN PIC X.
           88 PARAM-KLAAR VALUE "J".
       77  WS-BBAN-GETAL PIC 9(10).
       77  WS-CONTROLEGETAL PIC 9(2).
       77  WS-BETAALBAAR-VLAG PIC X.
           88 BETAALBAAR VALUE "J".
       77  WS-RUN-AANTAL PIC 9(5).
       77  WS-RUN-CENTEN PIC 9(11).
       77  WS-OVERGESLAGEN PIC 9(5).
       77  WS-PAS PIC 9.
           88 TELPAS     VALUE 1.
           88 SCHRIJFPAS VALUE 2.
       01  WS-TOON-PRIJS  PIC Z(4)9,99.
       01  WS-TOON-BEDRAG PIC Z(6)9,99.
       01  WS-TOON-TOTAAL PIC Z(8)9,99.

       SCREEN SECTION.
       01  AANMELDSCHERM.
           02 BLANK SCREEN.
           02 LINE  6 COL 23 VALUE "*** AANMELDEN ***".
           02 LINE  8 COL 23 VALUE "OPERATOR-ID:".
           02 LINE  8 COL 41 PIC X(4) USING WS-AANMELD-ID.
           02 LINE 24 COL  1 PIC X(79) FROM FOUTMELDING.
       01  HOOFDMENU.
           02 BLANK SCREEN.
           02 LINE 6 COL 23  VALUE "AANKOOPFACTUREN:".
           02 LINE 8 COL 25  VALUE "1. REGISTREER AANKOOPFACTUUR".
           02 LINE 9 COL 25  VALUE "2. GOEDKEUREN / AFKEUREN".
           02 LINE 10 COL 25 VALUE "3. BETAALRUN".
           02 LINE 11 COL 25 VALUE "4. LIJST AANKOOPFACTUREN".
           02 LINE 13 COL 25 VALUE "0. EINDE".
           02 LINE 20 COL 1  VALUE "UW SELECTIE:".
           02 LINE 20 COL 15 PIC Z USING MENUWAARDE.
           02 LINE 24 COL 1  PIC X(79) FROM FOUTMELDING.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM MELD-AAN
           PERFORM INITIALISEER
           PERFORM DOETAAK WITH TEST AFTER UNTIL M-EINDE
           PERFORM SLUITBESTAND
           STOP RUN.

      * ELKE BEDIENDE MOET ZICH EERST AANMELDEN MET EEN ACTIEF
      * OPERATOR-ID UIT "BESTANDEN/OPERATORS" (ONDERHOUD VIA
      * OPERATORBEHEER); HET ID KOMT OP DE FACTUUR (REGISTRATIE
      * EN GOEDKEURING).
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
           OPEN I-O AANKOOPFACTUREN
           OPEN INPUT BESTELLINGEN
           OPEN INPUT Stock
           OPEN INPUT LEVERANCIERS.

      * TOLERANTIES, HET EIGEN BANKPREFIX EN DE BEDRIJFSREKENING
      * KOMEN UIT HET PARAMETERBESTAND (ONDERHOUD VIA
      * PARAMETERBEHEER).
       LEES-PARAMETERS.
           OPEN INPUT PARAMETERS
           MOVE "TOLAANTAL" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-TOLAANTAL
           END-IF
           MOVE "TOLPRIJS" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-TOLPRIJS
           END-IF
           MOVE "BANKPREFIX" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-BANKPREFIX
           END-IF
           MOVE "FIRMAREK" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-FIRMAREK
           END-IF
           CLOSE PARAMETERS.

       DOETAAK.
           MOVE SPACES TO FOUTMELDING
           PERFORM HAALINPUT
           PERFORM TOONFOUT THRU HAALINPUT UNTIL MENU-WAARDE-GELDIG
           IF M-REGISTREER AND WS-NIVEAU < 2
               MOVE "ONVOLDOENDE BEVOEGDHEID (NIVEAU 2 VEREIST)!"
                    TO FOUTMELDING
           ELSE IF (M-GOEDKEUREN OR M-BETAALRUN) AND WS-NIVEAU < 3
               MOVE "ONVOLDOENDE BEVOEGDHEID (NIVEAU 3 VEREIST)!"
                    TO FOUTMELDING
           ELSE IF M-REGISTREER
               PERFORM REGISTREERPROC
           ELSE IF M-GOEDKEUREN
               PERFORM GOEDKEURPROC
           ELSE IF M-BETAALRUN
               PERFORM BETAALRUNPROC
           ELSE IF M-LIJST
               PERFORM LIJSTPROC
           ELSE
               PERFORM EINDEPROC
           END-IF.

       TOONFOUT.
           MOVE "KIES EEN WAARDE TUSSEN 0 EN 4!" TO FOUTMELDING.

       HAALINPUT.
           DISPLAY HOOFDMENU
           ACCEPT HOOFDMENU.

      * REGISTRATIE: EERST DE BESTELLING, DAN DE GEGEVENS VAN DE
      * FACTUUR; DAARNA DE DRIEVOUDIGE AFSTEMMING.
       REGISTREERPROC.
           MOVE ZEROS TO WS-BESTELNR
           DISPLAY "BESTELNUMMER (0 = TERUG):"
           ACCEPT WS-BESTELNR
           IF WS-BESTELNR NOT = 0
               MOVE WS-BESTELNR TO BEST-NR
               READ BESTELLINGEN
                   INVALID KEY DISPLAY "BESTELLING BESTAAT NIET!"
               NOT INVALID KEY
                   PERFORM REGISTREER-FACTUUR
               END-READ
               DISPLAY "0. TERUG NAAR HOOFDMENU"
               ACCEPT MENUWAARDE
           END-IF.

       REGISTREER-FACTUUR.
      * BESTELLINGEN VAN VOOR DE BACKORDER-INVOERING HEBBEN NOG
      * GEEN GELDIG GELEVERD AANTAL; DAT TELT ALS NUL.
           IF BEST-GELEVERD-AANTAL NOT NUMERIC
               MOVE ZEROS TO BEST-GELEVERD-AANTAL
           END-IF
           MOVE BEST-PRODUCT-NR TO NR
           READ Stock
               INVALID KEY MOVE SPACES TO NAAM
                           MOVE ZEROS TO AANKOOPPRIJS
           END-READ
           IF AANKOOPPRIJS NOT NUMERIC
               MOVE ZEROS TO AANKOOPPRIJS
           END-IF
           COMPUTE WS-AANKOOP-CENTEN =
                   PRIJS-GEHEEL * 100 + PRIJS-DECIMAAL
           PERFORM TEL-AL-GEFACTUREERD
           MOVE WS-AANKOOP-CENTEN TO WS-TOON-PRIJS
           DISPLAY "LEVERANCIER " BEST-LEV-NR "  PRODUCT "
                   BEST-PRODUCT-NR " " NAAM
           DISPLAY "BESTELD " BEST-AANTAL "  ONTVANGEN "
                   BEST-GELEVERD-AANTAL "  AL GEFACTUREERD "
                   WS-AL-GEFACTUREERD "  AANKOOPPRIJS " WS-TOON-PRIJS
           MOVE SPACES TO WS-LEV-FACTUUR
           DISPLAY "FACTUURNUMMER VAN DE LEVERANCIER:"
           ACCEPT WS-LEV-FACTUUR
           PERFORM CONTROLEER-DUBBEL
           IF WS-LEV-FACTUUR = SPACES
               DISPLAY "GEEN FACTUURNUMMER, NIETS GEREGISTREERD."
           ELSE IF FACTUUR-DUBBEL
               DISPLAY "DEZE FACTUUR IS AL GEREGISTREERD!"
           ELSE
               PERFORM VRAAG-FACTUURGEGEVENS
               PERFORM STEM-AF
               PERFORM TOON-AFSTEMMING
               MOVE SPACES TO WS-BEVESTIG
               DISPLAY "FACTUUR REGISTREREN (J/N)?"
               ACCEPT WS-BEVESTIG
               IF WS-BEVESTIG = "J" OR WS-BEVESTIG = "j"
                   PERFORM SCHRIJF-FACTUUR
                   DISPLAY "GEREGISTREERD ALS AANKOOPFACTUUR " AF-NR
               ELSE
                   DISPLAY "NIETS GEREGISTREERD."
               END-IF
           END-IF
           END-IF.

      * SOM VAN DE AANTALLEN OP DE (NIET AFGEKEURDE) FACTUREN DIE
      * AL VOOR DEZE BESTELLING GEREGISTREERD WERDEN; TEGELIJK
      * WORDT HET HOOGSTE INTERNE FACTUURNUMMER BEPAALD.
       TEL-AL-GEFACTUREERD.
           MOVE ZEROS TO WS-AL-GEFACTUREERD
           MOVE ZEROS TO WS-LAATSTE-NR
           MOVE "N" TO FACTUURGEDAAN
           MOVE ZEROS TO AF-NR
           START AANKOOPFACTUREN KEY IS NOT LESS THAN AF-NR
               INVALID KEY MOVE "J" TO FACTUURGEDAAN
           END-START
           PERFORM TEL-EEN-FACTUUR UNTIL STOPLEZENFACTUREN.

       TEL-EEN-FACTUUR.
           READ AANKOOPFACTUREN NEXT RECORD
               AT END MOVE "J" TO FACTUURGEDAAN
           END-READ
           IF NOT STOPLEZENFACTUREN
               MOVE AF-NR TO WS-LAATSTE-NR
               IF AF-BEST-NR = BEST-NR AND NOT AF-AFGEKEURD
                   ADD AF-AANTAL TO WS-AL-GEFACTUREERD
               END-IF
           END-IF.

      * DEZELFDE FACTUUR VAN DEZELFDE LEVERANCIER MAG MAAR EEN
      * KEER GEREGISTREERD WORDEN (TENZIJ ZE AFGEKEURD WERD).
       CONTROLEER-DUBBEL.
           MOVE "N" TO WS-DUBBEL-VLAG
           MOVE "N" TO FACTUURGEDAAN
           MOVE ZEROS TO AF-NR
           START AANKOOPFACTUREN KEY IS NOT LESS THAN AF-NR
               INVALID KEY MOVE "J" TO FACTUURGEDAAN
           END-START
           PERFORM CONTROLEER-EEN-DUBBEL UNTIL STOPLEZENFACTUREN.

       CONTROLEER-EEN-DUBBEL.
           READ AANKOOPFACTUREN NEXT RECORD
               AT END MOVE "J" TO FACTUURGEDAAN
           END-READ
           IF NOT STOPLEZENFACTUREN
                   AND AF-LEV-NR = BEST-LEV-NR
                   AND AF-LEV-FACTUUR = WS-LEV-FACTUUR
                   AND NOT AF-AFGEKEURD
               SET FACTUUR-DUBBEL TO TRUE
               MOVE "J" TO FACTUURGEDAAN
           END-IF.

       VRAAG-FACTUURGEGEVENS.
           SET INVOER-NOK TO TRUE
           PERFORM VRAAG-BEDRAGEN UNTIL INVOER-OK
           MOVE ZEROS TO WS-FACTUURDATUM
           DISPLAY "FACTUURDATUM JJJJMMDD (0 = VANDAAG):"
           ACCEPT WS-FACTUURDATUM
           IF WS-FACTUURDATUM NOT NUMERIC OR WS-FACTUURDATUM = 0
               MOVE WS-VANDAAG TO WS-FACTUURDATUM
           END-IF
           MOVE ZEROS TO WS-VERVALDATUM
           DISPLAY "VERVALDAG JJJJMMDD (0 = 30 DAGEN NA FACTUUR):"
           ACCEPT WS-VERVALDATUM
           IF WS-VERVALDATUM NOT NUMERIC OR WS-VERVALDATUM = 0
               COMPUTE WS-VERVALDATUM = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-FACTUURDATUM)
                       + 30)
           END-IF.

       VRAAG-BEDRAGEN.
           SET INVOER-OK TO TRUE
           MOVE ZEROS TO WS-AANTAL
           MOVE ZEROS TO WS-PRIJS-GEHEEL
           MOVE ZEROS TO WS-PRIJS-DECIMAAL
           MOVE 21 TO WS-BTW-TARIEF
           DISPLAY "GEFACTUREERD AANTAL:"
           ACCEPT WS-AANTAL
           DISPLAY "PRIJS PER STUK, EURO:"
           ACCEPT WS-PRIJS-GEHEEL
           DISPLAY "EN CENT:"
           ACCEPT WS-PRIJS-DECIMAAL
           DISPLAY "BTW-TARIEF IN % (0, 6, 12 OF 21):"
           ACCEPT WS-BTW-TARIEF
           IF WS-AANTAL NOT NUMERIC OR WS-AANTAL = 0
               DISPLAY "GEEF HET GEFACTUREERDE AANTAL!"
               SET INVOER-NOK TO TRUE
           ELSE IF WS-PRIJS-GEHEEL NOT NUMERIC
                   OR WS-PRIJS-DECIMAAL NOT NUMERIC
               DISPLAY "GEEF EEN GELDIGE PRIJS!"
               SET INVOER-NOK TO TRUE
           ELSE IF WS-BTW-TARIEF NOT = 0 AND WS-BTW-TARIEF NOT = 6
                   AND WS-BTW-TARIEF NOT = 12
                   AND WS-BTW-TARIEF NOT = 21
               DISPLAY "BTW-TARIEF MOET 0, 6, 12 OF 21 ZIJN!"
               SET INVOER-NOK TO TRUE
           END-IF
           END-IF
           END-IF.

      * DRIEVOUDIGE AFSTEMMING. HET AANTAL WORDT VERGELEKEN MET
      * WAT ONTVANGEN EN WAT BESTELD WERD, TELKENS MIN WAT AL
      * GEFACTUREERD WERD; EEN KLEINER AANTAL IS EEN
      * DEELFACTUUR EN GEEN AFWIJKING. DE PRIJS MAG IN BEIDE
      * RICHTINGEN HOOGSTENS TOLPRIJS AFWIJKEN VAN DE AANKOOPPRIJS.
       STEM-AF.
           MOVE SPACES TO WS-AFWIJKCODE
           COMPUTE WS-PRIJS-CENTEN =
                   WS-PRIJS-GEHEEL * 100 + WS-PRIJS-DECIMAAL
           COMPUTE WS-NETTO-CENTEN = WS-AANTAL * WS-PRIJS-CENTEN
           COMPUTE WS-BTW-CENTEN ROUNDED =
                   WS-NETTO-CENTEN * WS-BTW-TARIEF / 100
           COMPUTE WS-TOTAAL-CENTEN = WS-NETTO-CENTEN + WS-BTW-CENTEN
           COMPUTE WS-VERWACHT = BEST-GELEVERD-AANTAL
                               - WS-AL-GEFACTUREERD
           IF WS-VERWACHT < 0
               MOVE ZEROS TO WS-VERWACHT
           END-IF
           COMPUTE WS-VERSCHIL = WS-AANTAL - WS-VERWACHT
           IF WS-VERSCHIL > 0
                   AND WS-VERSCHIL * 10000 > WS-TOLAANTAL * WS-VERWACHT
               MOVE "O" TO WS-AFWIJKCODE
           END-IF
           IF WS-AFWIJKCODE = SPACE
               COMPUTE WS-VERWACHT = BEST-AANTAL - WS-AL-GEFACTUREERD
               IF WS-VERWACHT < 0
                   MOVE ZEROS TO WS-VERWACHT
               END-IF
               COMPUTE WS-VERSCHIL = WS-AANTAL - WS-VERWACHT
               IF WS-VERSCHIL > 0 AND WS-VERSCHIL * 10000 >
                       WS-TOLAANTAL * WS-VERWACHT
                   MOVE "B" TO WS-AFWIJKCODE
               END-IF
           END-IF
           IF WS-AFWIJKCODE = SPACE
               COMPUTE WS-VERSCHIL = WS-PRIJS-CENTEN
                                   - WS-AANKOOP-CENTEN
               IF WS-VERSCHIL < 0
                   COMPUTE WS-VERSCHIL = 0 - WS-VERSCHIL
               END-IF
               IF WS-VERSCHIL * 10000 >
                       WS-TOLPRIJS * WS-AANKOOP-CENTEN
                   MOVE "P" TO WS-AFWIJKCODE
               END-IF
           END-IF
           PERFORM ZET-AFWIJKINGSTEKST.

       ZET-AFWIJKINGSTEKST.
           IF WS-AFWIJKCODE = "O"
               MOVE "MEER GEFACTUREERD DAN ONTVANGEN" TO WS-AFWIJKING
           ELSE IF WS-AFWIJKCODE = "B"
               MOVE "MEER GEFACTUREERD DAN BESTELD" TO WS-AFWIJKING
           ELSE IF WS-AFWIJKCODE = "P"
               MOVE "PRIJS WIJKT AF VAN AANKOOPPRIJS" TO WS-AFWIJKING
           ELSE
               MOVE SPACES TO WS-AFWIJKING
           END-IF
           END-IF
           END-IF.

       TOON-AFSTEMMING.
           MOVE WS-NETTO-CENTEN TO WS-TOON-BEDRAG
           DISPLAY "TOTAAL EXCL. BTW " WS-TOON-BEDRAG
           MOVE WS-TOTAAL-CENTEN TO WS-TOON-BEDRAG
           DISPLAY "TE BETALEN       " WS-TOON-BEDRAG
           IF WS-AFWIJKING = SPACES
               DISPLAY "AFSTEMMING IN ORDE: FACTUUR WORDT "
                       "GOEDGEKEURD."
           ELSE
               DISPLAY "AFWIJKING: " WS-AFWIJKING
               DISPLAY "FACTUUR WORDT GEBLOKKEERD TOT GOEDKEURING."
           END-IF.

       SCHRIJF-FACTUUR.
           MOVE ZEROS TO AANKOOPFACTUUR
           COMPUTE AF-NR = WS-LAATSTE-NR + 1
           MOVE BEST-LEV-NR TO AF-LEV-NR
           MOVE WS-LEV-FACTUUR TO AF-LEV-FACTUUR
           MOVE BEST-NR TO AF-BEST-NR
           MOVE BEST-PRODUCT-NR TO AF-PRODUCT-NR
           MOVE WS-AANTAL TO AF-AANTAL
           MOVE WS-PRIJS-GEHEEL TO AF-PRIJS-GEHEEL
           MOVE WS-PRIJS-DECIMAAL TO AF-PRIJS-DECIMAAL
           MOVE WS-BTW-TARIEF TO AF-BTW-TARIEF
           DIVIDE WS-TOTAAL-CENTEN BY 100
               GIVING AF-TOT-GEHEEL REMAINDER AF-TOT-DECIMAAL
           MOVE WS-FACTUURDATUM TO AF-DATUM
           MOVE WS-VERVALDATUM TO AF-VERVALDATUM
           MOVE WS-AFWIJKCODE TO AF-AFWIJKING
           IF AF-GEEN-AFWIJKING
               SET AF-GOEDGEKEURD TO TRUE
           ELSE
               SET AF-WACHT TO TRUE
           END-IF
           MOVE WS-OPERATOR TO AF-OPERATOR
           MOVE SPACES TO AF-GOEDKEURDER
           WRITE AANKOOPFACTUUR
               INVALID KEY DISPLAY "FACTUUR KON NIET WORDEN "
                                   "GESCHREVEN!"
           END-WRITE.

      * DE SUPERVISOR KEURT EEN GEBLOKKEERDE FACTUUR GOED OF AF,
      * OF GEEFT EEN FACTUUR UIT EEN NIET GEBOEKTE BETAALRUN
      * OPNIEUW VRIJ. ZIJN ID KOMT OP DE FACTUUR.
       GOEDKEURPROC.
           MOVE ZEROS TO WS-FACTUURNR
           DISPLAY "AANKOOPFACTUUR (0 = TERUG):"
           ACCEPT WS-FACTUURNR
           IF WS-FACTUURNR NOT = 0
               MOVE WS-FACTUURNR TO AF-NR
               READ AANKOOPFACTUREN
                   INVALID KEY DISPLAY "FACTUUR BESTAAT NIET!"
               NOT INVALID KEY
                   PERFORM BEOORDEEL-FACTUUR
               END-READ
               DISPLAY "0. TERUG NAAR HOOFDMENU"
               ACCEPT MENUWAARDE
           END-IF.

       BEOORDEEL-FACTUUR.
           PERFORM TOON-FACTUUR
           MOVE SPACES TO WS-BEVESTIG
           IF AF-WACHT
               MOVE AF-AFWIJKING TO WS-AFWIJKCODE
               PERFORM ZET-AFWIJKINGSTEKST
               DISPLAY "AFWIJKING: " WS-AFWIJKING
               DISPLAY "G = GOEDKEUREN, A = AFKEUREN, "
                       "ANDERS = NIETS DOEN:"
               ACCEPT WS-BEVESTIG
               IF WS-BEVESTIG = "G" OR WS-BEVESTIG = "g"
                   SET AF-GOEDGEKEURD TO TRUE
                   MOVE WS-OPERATOR TO AF-GOEDKEURDER
                   REWRITE AANKOOPFACTUUR
                   DISPLAY "FACTUUR GOEDGEKEURD."
               ELSE IF WS-BEVESTIG = "A" OR WS-BEVESTIG = "a"
                   SET AF-AFGEKEURD TO TRUE
                   MOVE WS-OPERATOR TO AF-GOEDKEURDER
                   REWRITE AANKOOPFACTUUR
                   DISPLAY "FACTUUR AFGEKEURD."
               END-IF
               END-IF
           ELSE IF AF-IN-RUN
               DISPLAY "IN EEN BETAALRUN MAAR (NOG) NIET BETAALD."
               DISPLAY "OPNIEUW VRIJGEVEN VOOR DE VOLGENDE "
                       "BETAALRUN (J/N)?"
               ACCEPT WS-BEVESTIG
               IF WS-BEVESTIG = "J" OR WS-BEVESTIG = "j"
                   SET AF-GOEDGEKEURD TO TRUE
                   MOVE WS-OPERATOR TO AF-GOEDKEURDER
                   REWRITE AANKOOPFACTUUR
                   DISPLAY "FACTUUR OPNIEUW VRIJGEGEVEN."
               END-IF
           ELSE
               DISPLAY "DEZE FACTUUR WACHT NIET OP GOEDKEURING."
           END-IF
           END-IF.

       TOON-FACTUUR.
           COMPUTE WS-TOTAAL-CENTEN = AF-TOT-GEHEEL * 100
                                    + AF-TOT-DECIMAAL
           MOVE WS-TOTAAL-CENTEN TO WS-TOON-BEDRAG
           COMPUTE WS-PRIJS-CENTEN = AF-PRIJS-GEHEEL * 100
                                   + AF-PRIJS-DECIMAAL
           MOVE WS-PRIJS-CENTEN TO WS-TOON-PRIJS
           DISPLAY AF-NR " | LEV " AF-LEV-NR " | " AF-LEV-FACTUUR
                   " | BESTELLING " AF-BEST-NR " | " AF-PRODUCT-NR
           DISPLAY "  AANTAL " AF-AANTAL " X " WS-TOON-PRIJS
                   " BTW " AF-BTW-TARIEF "% = " WS-TOON-BEDRAG
                   " | VERVALT " AF-VERVALDATUM
                   " | STATUS " AF-STATUS.

      * BETAALRUN: EERST WORDEN AANTAL EN TOTAAL VAN DE TE BETALEN
      * FACTUREN GETELD (DE KOPREGEL GAAT VOOROP), DAARNA WORDEN
      * DE DETAILREGELS MET DEZELFDE SELECTIE GESCHREVEN EN DE
      * FACTUREN OP "IN BETAALRUN" GEZET. EEN LEVERANCIER ZONDER
      * GELDIG REKENINGNUMMER WORDT OVERGESLAGEN EN GEMELD.
       BETAALRUNPROC.
           IF WS-FIRMAREK = 0
               DISPLAY "PARAMETER FIRMAREK IS NIET INGESTELD!"
           ELSE
               PERFORM CONTROLEER-VORIG-BETAALBESTAND
           END-IF
           IF WS-FIRMAREK NOT = 0 AND NOT VORIG-BESTAND-OPEN
               COMPUTE WS-TERMIJN-DATUM = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-VANDAAG) + 7)
               MOVE ZEROS TO WS-RUN-AANTAL WS-RUN-CENTEN
               MOVE ZEROS TO WS-OVERGESLAGEN
               SET TELPAS TO TRUE
               PERFORM LOOP-FACTUREN-BETAALRUN
               IF WS-RUN-AANTAL = 0
                   DISPLAY "GEEN TE BETALEN FACTUREN."
               ELSE
                   MOVE WS-RUN-CENTEN TO WS-TOON-TOTAAL
                   DISPLAY "TE BETALEN: " WS-RUN-AANTAL
                           " FACTUREN, TOTAAL " WS-TOON-TOTAAL
                   DISPLAY "BETAALBESTAND AANMAKEN (J/N)?"
                   MOVE SPACES TO WS-BEVESTIG
                   ACCEPT WS-BEVESTIG
                   IF WS-BEVESTIG = "J" OR WS-BEVESTIG = "j"
                       PERFORM SCHRIJF-BETAALBESTAND
                   END-IF
               END-IF
           END-IF
           DISPLAY "0. TERUG NAAR HOOFDMENU"
           ACCEPT MENUWAARDE.

      * HET VORIGE BETAALBESTAND IS VERWERKT ALS HET ONTBREEKT,
      * LEEG IS OF ALS ZIJN KOPREGEL (REKENING, AANTAL, TOTAAL) IN
      * HET LOGBOEK VAN BETAALIMPORT STAAT.
       CONTROLEER-VORIG-BETAALBESTAND.
           MOVE "N" TO WS-VORIG-VLAG
           OPEN INPUT BETAALOPDRACHTEN
           MOVE SPACES TO IMPORTREGEL
           READ BETAALOPDRACHTEN
               AT END MOVE SPACES TO IMPORTREGEL
           END-READ
           MOVE IMPORTREGEL TO WS-VORIGE-KOP
           CLOSE BETAALOPDRACHTEN
           IF VK-TYPE = "H"
               SET VORIG-BESTAND-OPEN TO TRUE
               MOVE "N" TO WS-LOG-GEDAAN
               OPEN INPUT GELADENLOG
               PERFORM LEES-GELADENREGEL UNTIL LOG-KLAAR
               CLOSE GELADENLOG
           END-IF
           IF VORIG-BESTAND-OPEN
               DISPLAY "BETAALBESTAND NOG NIET VERWERKT"
               DISPLAY "BESTANDEN/BETAALOPDRACHTEN (REKENING "
                       VK-VAN ", " VK-AANTAL " BETALINGEN)"
               DISPLAY "WERD NOG NIET DOOR BETAALIMPORT GEBOEKT."
           END-IF.

       LEES-GELADENREGEL.
           READ GELADENLOG AT END MOVE "J" TO WS-LOG-GEDAAN
           END-READ
           IF NOT LOG-KLAAR
               IF G-VAN = VK-VAN
                       AND G-AANTAL = VK-AANTAL
                       AND G-TOTAAL = VK-TOTAAL
                   MOVE "N" TO WS-VORIG-VLAG
                   MOVE "J" TO WS-LOG-GEDAAN
               END-IF
           END-IF.

       SCHRIJF-BETAALBESTAND.
           OPEN OUTPUT BETAALOPDRACHTEN
           MOVE SPACES TO IMPORTREGEL
           MOVE "H" TO K-TYPE
           MOVE WS-BANKPREFIX TO K-VAN-DEEL1
           MOVE WS-FIRMAREK TO K-VAN-DEEL2
           COMPUTE WS-BBAN-GETAL = WS-BANKPREFIX * 10000000
                                 + WS-FIRMAREK
           COMPUTE WS-CONTROLEGETAL = FUNCTION MOD(WS-BBAN-GETAL, 97)
           IF WS-CONTROLEGETAL = 0
               MOVE 97 TO WS-CONTROLEGETAL
           END-IF
           MOVE WS-CONTROLEGETAL TO K-VAN-DEEL3
           MOVE WS-RUN-AANTAL TO K-AANTAL
           DIVIDE WS-RUN-CENTEN BY 100
               GIVING K-TOTAAL-GEHEEL REMAINDER K-TOTAAL-DECIMAAL
           WRITE IMPORTREGEL
           MOVE ZEROS TO WS-RUN-AANTAL WS-RUN-CENTEN
           MOVE ZEROS TO WS-OVERGESLAGEN
           SET SCHRIJFPAS TO TRUE
           PERFORM LOOP-FACTUREN-BETAALRUN
           CLOSE BETAALOPDRACHTEN
           DISPLAY WS-RUN-AANTAL " BETALINGEN IN "
                   "BESTANDEN/BETAALOPDRACHTEN; VERWERK HET BESTAND "
                   "MET BETAALIMPORT."
           IF WS-OVERGESLAGEN > 0
               DISPLAY WS-OVERGESLAGEN " FACTUREN OVERGESLAGEN "
                       "(LEVERANCIER ZONDER GELDIGE REKENING)."
           END-IF.

       LOOP-FACTUREN-BETAALRUN.
           MOVE "N" TO FACTUURGEDAAN
           MOVE ZEROS TO AF-NR
           START AANKOOPFACTUREN KEY IS NOT LESS THAN AF-NR
               INVALID KEY MOVE "J" TO FACTUURGEDAAN
           END-START
           PERFORM BEKIJK-FACTUUR-BETAALRUN UNTIL STOPLEZENFACTUREN.

       BEKIJK-FACTUUR-BETAALRUN.
           READ AANKOOPFACTUREN NEXT RECORD
               AT END MOVE "J" TO FACTUURGEDAAN
           END-READ
           IF NOT STOPLEZENFACTUREN AND AF-GOEDGEKEURD
                   AND AF-VERVALDATUM <= WS-TERMIJN-DATUM
               PERFORM CONTROLEER-LEVERANCIERSREKENING
               IF NOT BETAALBAAR
                   ADD 1 TO WS-OVERGESLAGEN
                   IF SCHRIJFPAS
                       DISPLAY "OVERGESLAGEN: " AF-NR " LEV "
                               AF-LEV-NR
                   END-IF
               ELSE
                   ADD 1 TO WS-RUN-AANTAL
                   COMPUTE WS-RUN-CENTEN = WS-RUN-CENTEN
                         + AF-TOT-GEHEEL * 100 + AF-TOT-DECIMAAL
                   IF SCHRIJFPAS
                       PERFORM SCHRIJF-BETAALREGEL
                   END-IF
               END-IF
           END-IF.

       CONTROLEER-LEVERANCIERSREKENING.
           MOVE "J" TO WS-BETAALBAAR-VLAG
           MOVE AF-LEV-NR TO LEV-NR
           READ LEVERANCIERS
               INVALID KEY MOVE "N" TO WS-BETAALBAAR-VLAG
           END-READ
           IF BETAALBAAR
               IF LEV-REKENING NOT NUMERIC OR LEV-REKENING = 0
                   MOVE "N" TO WS-BETAALBAAR-VLAG
               ELSE
                   COMPUTE WS-BBAN-GETAL = LEV-REK-DEEL1 * 10000000
                                         + LEV-REK-DEEL2
                   COMPUTE WS-CONTROLEGETAL =
                           FUNCTION MOD(WS-BBAN-GETAL, 97)
                   IF WS-CONTROLEGETAL = 0
                       MOVE 97 TO WS-CONTROLEGETAL
                   END-IF
                   IF WS-CONTROLEGETAL NOT = LEV-REK-DEEL3
                       MOVE "N" TO WS-BETAALBAAR-VLAG
                   END-IF
               END-IF
           END-IF.

       SCHRIJF-BETAALREGEL.
           MOVE SPACES TO IMPORTREGEL
           MOVE "D" TO D-TYPE
           MOVE LEV-REKENING TO D-NAAR
           MOVE AF-TOTAAL TO D-BEDRAG
           STRING "LEVFACT " AF-NR " " AF-LEV-FACTUUR
                  DELIMITED BY SIZE INTO D-MEDEDELING
           WRITE IMPORTREGEL
           SET AF-IN-RUN TO TRUE
           REWRITE AANKOOPFACTUUR.

       LIJSTPROC.
           MOVE "N" TO FACTUURGEDAAN
           MOVE ZEROS TO AF-NR
           START AANKOOPFACTUREN KEY IS NOT LESS THAN AF-NR
               INVALID KEY MOVE "J" TO FACTUURGEDAAN
           END-START
           PERFORM PRINTFACTUUR UNTIL STOPLEZENFACTUREN
           DISPLAY "0. TERUG NAAR HOOFDMENU"
           ACCEPT MENUWAARDE.

       PRINTFACTUUR.
           READ AANKOOPFACTUREN NEXT RECORD
               AT END MOVE "J" TO FACTUURGEDAAN
           END-READ
           IF NOT STOPLEZENFACTUREN
               PERFORM TOON-FACTUUR
               IF AF-WACHT
                   MOVE AF-AFWIJKING TO WS-AFWIJKCODE
                   PERFORM ZET-AFWIJKINGSTEKST
                   DISPLAY "  GEBLOKKEERD: " WS-AFWIJKING
               ELSE IF AF-BETAALD
                   DISPLAY "  BETAALD " AF-BETAALDATUM
                           " VOLGNR " AF-VOLGNR
               END-IF
               END-IF
           END-IF.

       EINDEPROC.
           EXIT.

       SLUITBESTAND.
           CLOSE AANKOOPFACTUREN
           CLOSE BESTELLINGEN
           CLOSE Stock
           CLOSE LEVERANCIERS.

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
