      ************************************************************
      * VERBRUIKSANALYSE
      *
      * MAANDELIJKSE BATCHJOB OP DE PRODUCTHISTORIEK
      * ("BESTANDEN/PRODUCTHISTORIE", ZIE PRODUCTHISTORIEOPBOUW).
      * PER PRODUCT WORDT BEREKEND:
      *   - HET GEMIDDELD AANTAL UITGIFTES PER WEEK OVER DE
      *     LAATSTE 13 EN DE LAATSTE 52 WEKEN (ALLEEN SOORT 2;
      *     CORRECTIES EN OVERBOEKINGEN ZIJN GEEN VERBRUIK);
      *   - HET AANTAL WEKEN DAT DE HUIDIGE VOORRAAD (INSTOCK)
      *     DAARMEE MEEGAAT;
      *   - DE WERKELIJKE LEVERTIJD VAN DE LEVERANCIER: HET
      *     GEMIDDELD AANTAL DAGEN TUSSEN BEST-DATUM EN
      *     BEST-LEVERDATUM OVER ZIJN VOLLEDIG GELEVERDE
      *     BESTELLINGEN IN "BESTANDEN/BESTELLINGEN".
      *
      * DAARUIT VOLGT EEN VOORSTEL VOOR EEN NIEUWE
      * HERBEVOORRADINGSDREMPEL EN EEN NIEUW BESTELAANTAL. ALS
      * VERBRUIK PER WEEK GELDT HET HOOGSTE VAN DE TWEE
      * GEMIDDELDEN, ZODAT EEN SEIZOENSPIEK NIET WORDT
      * WEGGEMIDDELD:
      *   DREMPEL      = VERBRUIK X (LEVERTIJD IN WEKEN +
      *                  VEILIGWEKEN)
      *   BESTELAANTAL = VERBRUIK X BESTELWEKEN (MINSTENS 1)
      * BEIDE NAAR BOVEN AFGEROND. EEN PRODUCT ZONDER UITGIFTES
      * IN DE LAATSTE 52 WEKEN KRIJGT GEEN VOORSTEL.
      *
      * DE VOORSTELLEN DIE AFWIJKEN VAN DE HUIDIGE WAARDEN KOMEN
      * IN HET RAPPORT "BESTANDEN/VERBRUIKSANALYSE.JJJJMMDD"
      * (NAAST DE HUIDIGE WAARDEN) EN IN HET BESTAND
      * "BESTANDEN/BESTELVOORSTELLEN", DAT BIJ ELKE RUN OPNIEUW
      * WORDT AANGEMAAKT. EEN SUPERVISOR AANVAARDT ZE DAARNA IN
      * EEN KEER VIA STOCKBEHEER (OPTIE 9).
      *
      * DEZELFDE RUN SCHRIJFT DE TRAGE EN DODE VOORRAAD NAAR
      * "BESTANDEN/TRAGEVOORRAAD.JJJJMMDD", GEWAARDEERD TEGEN
      * AANKOOPPRIJS: EEN PRODUCT MET VOORRAAD DAT AL
      * TRAAGMAANDEN MAANDEN GEEN UITGIFTE HAD IS TRAAG, NA
      * DOODMAANDEN MAANDEN IS HET DOOD. EEN PRODUCT DAT NOG
      * NOOIT UITGEGEVEN WERD TELT VANAF ZIJN EERSTE BEWEGING IN
      * DE HISTORIEK; ZONDER ENIGE HISTORIEK IS HET DOOD.
      *
      * PARAMETERS (ONDERHOUD VIA PARAMETERBEHEER):
      *   VEILIGWEKEN  VEILIGHEIDSVOORRAAD IN WEKEN VERBRUIK
      *                (STANDAARD 2)
      *   BESTELWEKEN  BESTELAANTAL IN WEKEN VERBRUIK
      *                (STANDAARD 4)
      *   LEVERTIJD    LEVERTIJD IN DAGEN VOOR EEN LEVERANCIER
      *                ZONDER GELEVERDE BESTELLINGEN (STANDAARD 14)
      *   TRAAGMAANDEN GRENS TRAGE VOORRAAD (STANDAARD 6)
      *   DOODMAANDEN  GRENS DODE VOORRAAD (STANDAARD 12)
      * EEN MAAND TELT HIER ALS 365/12 DAGEN.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBRUIKSANALYSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Stock ASSIGN TO "BESTANDEN/STOCK.DAT"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR
                  FILE STATUS IS WS-STOCK-STATUS.
           SELECT OPTIONAL PRODUCTHISTORIE
                  ASSIGN TO "BESTANDEN/PRODUCTHISTORIE"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PH-SLEUTEL.
           SELECT OPTIONAL BESTELLINGEN
                  ASSIGN TO "BESTANDEN/BESTELLINGEN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS BEST-NR.
           SELECT OPTIONAL BESTELVOORSTELLEN
                  ASSIGN TO "BESTANDEN/BESTELVOORSTELLEN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS VS-NR.
           SELECT OPTIONAL PARAMETERS
                  ASSIGN TO "BESTANDEN/PARAMETERS"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PARAM-SLEUTEL.
           SELECT OPTIONAL RAPPORT
                  ASSIGN TO DYNAMIC WS-RAPPORTNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT OPTIONAL TRAGELIJST
                  ASSIGN TO DYNAMIC WS-TRAAGNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRAAG-STATUS.
           SELECT OPTIONAL BEDRIJFSDATUM
                  ASSIGN TO "BESTANDEN/BEDRIJFSDATUM"
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PRODUCTHISTORIE BLOCK CONTAINS 10 RECORDS.
       01  PRODUCTHISTORIEREC.
           02 PH-SLEUTEL.
               03 PH-NR     PIC X(6).
               03 PH-DATUM  PIC 9(8).
               03 PH-VOLGNR PIC 9(4).
           02 PH-SOORT PIC 9.
               88 PH-ONTVANGST VALUE 1.
               88 PH-UITGIFTE  VALUE 2.
               88 PH-CORRECTIE VALUE 3.
               88 PH-OVERBOEKING VALUE 4.
           02 PH-TEKEN PIC X.
               88 PH-PLUS VALUE "+".
               88 PH-MIN  VALUE "-".
           02 PH-AANTAL PIC 9(4).
           02 PH-OPERATOR PIC X(4).
           02 PH-TIJD PIC 9(6).
           02 PH-LOCATIE PIC X(2).

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

      * VOORSTELLEN VAN DE LAATSTE ANALYSE; DE HUIDIGE WAARDEN
      * WORDEN MEE BEWAARD ZODAT BIJ HET AANVAARDEN EEN
      * INTUSSEN MET DE HAND GEWIJZIGD PRODUCT HERKEND WORDT.
       FD  BESTELVOORSTELLEN BLOCK CONTAINS 10 RECORDS.
       01  BESTELVOORSTEL.
           02 VS-NR             PIC X(6).
           02 VS-DATUM          PIC 9(8).
           02 VS-HUIDIG-DREMPEL PIC 9(4).
           02 VS-HUIDIG-AANTAL  PIC 9(4).
           02 VS-DREMPEL        PIC 9(4).
           02 VS-BESTELAANTAL   PIC 9(4).
           02 VS-STATUS         PIC X.
               88 VS-OPEN      VALUE "O".
               88 VS-AANVAARD  VALUE "A".
               88 VS-VERVALLEN VALUE "V".
           02 VS-OPERATOR       PIC X(4).
           02 VS-VERWERKDATUM   PIC 9(8).

       FD PARAMETERS BLOCK CONTAINS 10 RECORDS.
       01  PARAMETER.
           02 PARAM-SLEUTEL.
               03 P-NAAM         PIC X(12).
               03 P-INGANGSDATUM PIC 9(8).
           02 P-WAARDE PIC 9(9).

       FD  RAPPORT.
       01  RAPPORTLIJN PIC X(120).

       FD  TRAGELIJST.
       01  TRAAGLIJN PIC X(100).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-STOCK-STATUS PIC XX.
       77  WS-RAPPORTNAAM PIC X(44).
       77  WS-RAPPORT-STATUS PIC XX.
           88 WS-RAPPORT-OK VALUES "00" "05".
       77  WS-TRAAGNAAM PIC X(44).
       77  WS-TRAAG-STATUS PIC XX.
           88 WS-TRAAG-OK VALUES "00" "05".
       77  WS-OPENFOUT-VLAG PIC X VALUE "N".
           88 WS-OPENFOUT VALUE "J".
       77  WS-VANDAAG PIC 9(8).
       77  WS-DAGNR-VANDAAG PIC 9(8).
       77  WS-GRENS-13 PIC 9(8).
       77  WS-GRENS-52 PIC 9(8).
       77  WS-GRENS-TRAAG PIC 9(8).
       77  WS-GRENS-DOOD PIC 9(8).
       77  GEDAAN PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  HISTORIEGEDAAN PIC X(1).
           88 STOPLEZENHISTORIE VALUE "J".
       77  BESTELGEDAAN PIC X(1).
           88 STOPLEZENBESTEL VALUE "J".
      * PARAMETERS MET HUN STANDAARDWAARDEN
       77  WS-VEILIGWEKEN PIC 9(3) VALUE 2.
       77  WS-BESTELWEKEN PIC 9(3) VALUE 4.
       77  WS-STD-LEVERTIJD PIC 9(4) VALUE 14.
       77  WS-TRAAGMAANDEN PIC 9(3) VALUE 6.
       77  WS-DOODMAANDEN PIC 9(3) VALUE 12.
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
       77  WS-PARAM-GEVONDEN-VLAG PIC X.
           88 PARAM-GEVONDEN VALUE "J".
       77  WS-PARAM-GEDAAN PIC X.
           88 PARAM-KLAAR VALUE "J".
      * LEVERTIJDEN PER LEVERANCIER; MEER DAN 100 LEVERANCIERS
      * MET GELEVERDE BESTELLINGEN KRIJGEN DE STANDAARDLEVERTIJD.
       77  LT-GEVULD PIC 9(3) VALUE ZERO.
       77  LT-IX     PIC 9(3).
       77  LT-GEVONDEN-VLAG PIC X.
           88 LT-GEVONDEN VALUE "J".
       01  LEVERTIJDEN.
           02 LT-REGEL OCCURS 100.
               03 LT-LEV-NR PIC X(4).
               03 LT-DAGEN  PIC 9(9).
               03 LT-AANTAL PIC 9(5).
       77  WS-ZOEK-LEV PIC X(4).
       77  WS-BEST-DAGEN PIC S9(8).
      * VERBRUIK VAN HET PRODUCT IN BEHANDELING
       77  WS-UIT-13 PIC 9(7).
       77  WS-UIT-52 PIC 9(7).
       77  WS-LAATSTE-UITGIFTE PIC 9(8).
       77  WS-EERSTE-BEWEGING PIC 9(8).
       77  WS-GEM-13 PIC 9(7)V99.
       77  WS-GEM-52 PIC 9(7)V99.
       77  WS-VERBRUIK PIC 9(7)V99.
       77  WS-DEKKING PIC 9(7)V9.
       77  WS-LEVERTIJD PIC 9(4).
       77  WS-BEREKEND PIC 9(9)V99.
       77  WS-AFGEROND PIC 9(9).
       77  WS-VOORSTEL-DREMPEL PIC 9(4).
       77  WS-VOORSTEL-AANTAL PIC 9(4).
       77  WS-REFERENTIEDATUM PIC 9(8).
       77  WS-WAARDE-CENTEN PIC 9(11).
      * TELLERS EN TOTALEN
       77  WS-AANTAL-PRODUCTEN PIC 9(5) VALUE ZERO.
       77  WS-AANTAL-VOORSTELLEN PIC 9(5) VALUE ZERO.
       77  WS-AANTAL-TRAAG PIC 9(5) VALUE ZERO.
       77  WS-AANTAL-DOOD PIC 9(5) VALUE ZERO.
       77  WS-WAARDE-TRAAG PIC 9(11) VALUE ZERO.
       77  WS-WAARDE-DOOD PIC 9(11) VALUE ZERO.
       01  ANALYSEKOP.
           02 FILLER PIC X(6)  VALUE "NR".
           02 FILLER PIC X(23) VALUE " | NAAM".
           02 FILLER PIC X(7)  VALUE " | STCK".
           02 FILLER PIC X(10) VALUE " | GEM 13W".
           02 FILLER PIC X(10) VALUE " | GEM 52W".
           02 FILLER PIC X(10) VALUE " | DEKKING".
           02 FILLER PIC X(6)  VALUE " | LT ".
           02 FILLER PIC X(16) VALUE " | DREMPEL".
           02 FILLER PIC X(16) VALUE " | BESTELAANTAL".
       01  ANALYSEREGEL.
           02 R-NR           PIC X(6).
           02 FILLER         PIC X(3) VALUE " | ".
           02 R-NAAM         PIC X(20).
           02 FILLER         PIC X(3) VALUE " | ".
           02 R-INSTOCK      PIC ZZZ9.
           02 FILLER         PIC X(3) VALUE " | ".
           02 R-GEM-13       PIC ZZZ9,99.
           02 FILLER         PIC X(3) VALUE " | ".
           02 R-GEM-52       PIC ZZZ9,99.
           02 FILLER         PIC X(3) VALUE " | ".
           02 R-DEKKING      PIC Z(5)9,9.
           02 FILLER         PIC X(3) VALUE " | ".
           02 R-LEVERTIJD    PIC ZZ9.
           02 FILLER         PIC X(3) VALUE " | ".
           02 R-DREMPEL      PIC ZZZ9.
           02 FILLER         PIC X(4) VALUE " -> ".
           02 R-VS-DREMPEL   PIC ZZZ9.
           02 FILLER         PIC X(3) VALUE " | ".
           02 R-BESTELAANTAL PIC ZZZ9.
           02 FILLER         PIC X(4) VALUE " -> ".
           02 R-VS-AANTAL    PIC ZZZ9.
       01  TRAAGKOP.
           02 FILLER PIC X(6)  VALUE "NR".
           02 FILLER PIC X(23) VALUE " | NAAM".
           02 FILLER PIC X(11) VALUE " | LAATSTE".
           02 FILLER PIC X(7)  VALUE " | STCK".
           02 FILLER PIC X(11) VALUE " |    PRIJS".
           02 FILLER PIC X(15) VALUE " |       WAARDE".
           02 FILLER PIC X(8)  VALUE " | SOORT".
       01  TRAAGREGEL.
           02 T-NR      PIC X(6).
           02 FILLER    PIC X(3) VALUE " | ".
           02 T-NAAM    PIC X(20).
           02 FILLER    PIC X(3) VALUE " | ".
           02 T-LAATSTE PIC X(8).
           02 FILLER    PIC X(3) VALUE " | ".
           02 T-INSTOCK PIC ZZZ9.
           02 FILLER    PIC X(3) VALUE " | ".
           02 T-PRIJS   PIC ZZZZ9,99.
           02 FILLER    PIC X(3) VALUE " | ".
           02 T-WAARDE  PIC Z(8)9,99.
           02 FILLER    PIC X(3) VALUE " | ".
           02 T-SOORT   PIC X(5).
       01  TRAAGTOTAAL.
           02 FILLER    PIC X(12) VALUE "TOTAAL".
           02 TT-SOORT  PIC X(5).
           02 FILLER    PIC X(3) VALUE " : ".
           02 TT-AANTAL PIC ZZZZ9.
           02 FILLER    PIC X(13) VALUE " PRODUCTEN, ".
           02 TT-WAARDE PIC Z(8)9,99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           IF WS-STOCK-STATUS NOT = "00" OR WS-OPENFOUT
               DISPLAY "VERBRUIKSANALYSE: BESTANDEN NIET GEOPEND"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM LEES-LEVERTIJDEN
               PERFORM ANALYSEER-PRODUCT UNTIL STOPLEZEN
               PERFORM SCHRIJF-TOTALEN
               PERFORM SLUITBESTAND
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALISEER.
           MOVE "N" TO GEDAAN
           PERFORM LEES-BEDRIJFSDATUM
           PERFORM LEES-PARAMETERS
           PERFORM BEREKEN-GRENSDATUMS
           MOVE SPACES TO WS-RAPPORTNAAM
           STRING "BESTANDEN/VERBRUIKSANALYSE." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-RAPPORTNAAM
           MOVE SPACES TO WS-TRAAGNAAM
           STRING "BESTANDEN/TRAGEVOORRAAD." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-TRAAGNAAM
           OPEN INPUT Stock
           IF WS-STOCK-STATUS = "00"
               OPEN INPUT PRODUCTHISTORIE
               OPEN OUTPUT BESTELVOORSTELLEN
               OPEN OUTPUT RAPPORT
               OPEN OUTPUT TRAGELIJST
               IF NOT WS-RAPPORT-OK OR NOT WS-TRAAG-OK
                   SET WS-OPENFOUT TO TRUE
               ELSE
                   PERFORM SCHRIJF-KOPPEN
               END-IF
           END-IF.

      * DE REKENREGELS KOMEN UIT HET PARAMETERBESTAND (ONDERHOUD
      * VIA PARAMETERBEHEER); NIET INGESTELD = STANDAARDWAARDE.
       LEES-PARAMETERS.
           OPEN INPUT PARAMETERS
           MOVE "VEILIGWEKEN" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-VEILIGWEKEN
           END-IF
           MOVE "BESTELWEKEN" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-BESTELWEKEN
           END-IF
           MOVE "LEVERTIJD" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-STD-LEVERTIJD
           END-IF
           MOVE "TRAAGMAANDEN" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-TRAAGMAANDEN
           END-IF
           MOVE "DOODMAANDEN" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-DOODMAANDEN
           END-IF
           CLOSE PARAMETERS.

      * 13 WEKEN = 91 DAGEN, 52 WEKEN = 364 DAGEN TERUG VANAF
      * DE BEDRIJFSDATUM; EEN UITGIFTE TELT MEE ALS ZIJN DATUM NA
      * DE GRENS VALT.
       BEREKEN-GRENSDATUMS.
           COMPUTE WS-DAGNR-VANDAAG =
                   FUNCTION INTEGER-OF-DATE(WS-VANDAAG)
           COMPUTE WS-GRENS-13 =
                   FUNCTION DATE-OF-INTEGER(WS-DAGNR-VANDAAG - 91)
           COMPUTE WS-GRENS-52 =
                   FUNCTION DATE-OF-INTEGER(WS-DAGNR-VANDAAG - 364)
           COMPUTE WS-GRENS-TRAAG = FUNCTION DATE-OF-INTEGER(
                   WS-DAGNR-VANDAAG - WS-TRAAGMAANDEN * 365 / 12)
           COMPUTE WS-GRENS-DOOD = FUNCTION DATE-OF-INTEGER(
                   WS-DAGNR-VANDAAG - WS-DOODMAANDEN * 365 / 12).

       SCHRIJF-KOPPEN.
           MOVE SPACES TO RAPPORTLIJN
           STRING "VERBRUIKSANALYSE " WS-VANDAAG
                  " - VOORSTELLEN HERBEVOORRADING"
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTLIJN
           STRING "VEILIGHEIDSVOORRAAD " WS-VEILIGWEKEN
                  " WEKEN, BESTELAANTAL " WS-BESTELWEKEN
                  " WEKEN, STANDAARDLEVERTIJD " WS-STD-LEVERTIJD
                  " DAGEN"
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE ANALYSEKOP TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO TRAAGLIJN
           STRING "TRAGE EN DODE VOORRAAD " WS-VANDAAG
                  " - TRAAG: GEEN UITGIFTE SINDS " WS-GRENS-TRAAG
                  ", DOOD: SINDS " WS-GRENS-DOOD
                  DELIMITED BY SIZE INTO TRAAGLIJN
           WRITE TRAAGLIJN
           MOVE TRAAGKOP TO TRAAGLIJN
           WRITE TRAAGLIJN.

      * EERSTE DOORLOOP VAN DE BESTELLINGEN: TOTAAL AANTAL
      * LEVERDAGEN EN AANTAL VOLLEDIG GELEVERDE BESTELLINGEN PER
      * LEVERANCIER.
       LEES-LEVERTIJDEN.
           OPEN INPUT BESTELLINGEN
           MOVE "N" TO BESTELGEDAAN
           PERFORM LEES-EEN-BESTELLING UNTIL STOPLEZENBESTEL
           CLOSE BESTELLINGEN.

       LEES-EEN-BESTELLING.
           READ BESTELLINGEN NEXT RECORD
               AT END MOVE "J" TO BESTELGEDAAN
           END-READ
           IF NOT STOPLEZENBESTEL
               IF BEST-GELEVERD AND BEST-LEVERDATUM > 0
                       AND BEST-LEVERDATUM NOT < BEST-DATUM
                   COMPUTE WS-BEST-DAGEN =
                           FUNCTION INTEGER-OF-DATE(BEST-LEVERDATUM)
                         - FUNCTION INTEGER-OF-DATE(BEST-DATUM)
                   MOVE BEST-LEV-NR TO WS-ZOEK-LEV
                   PERFORM ZOEK-LEVERANCIER
                   IF LT-GEVONDEN
                       ADD WS-BEST-DAGEN TO LT-DAGEN(LT-IX)
                       ADD 1 TO LT-AANTAL(LT-IX)
                   ELSE IF LT-GEVULD < 100
                       ADD 1 TO LT-GEVULD
                       MOVE LT-GEVULD TO LT-IX
                       MOVE BEST-LEV-NR TO LT-LEV-NR(LT-IX)
                       MOVE WS-BEST-DAGEN TO LT-DAGEN(LT-IX)
                       MOVE 1 TO LT-AANTAL(LT-IX)
                   END-IF
                   END-IF
               END-IF
           END-IF.

      * ZOEKT WS-ZOEK-LEV IN DE LEVERTIJDENTABEL (LT-IX WIJST NA
      * AFLOOP NAAR DE GEVONDEN REGEL).
       ZOEK-LEVERANCIER.
           MOVE "N" TO LT-GEVONDEN-VLAG
           MOVE 1 TO LT-IX
           PERFORM VERGELIJK-LEVERANCIER
               UNTIL LT-GEVONDEN OR LT-IX > LT-GEVULD.

       VERGELIJK-LEVERANCIER.
           IF LT-LEV-NR(LT-IX) = WS-ZOEK-LEV
               SET LT-GEVONDEN TO TRUE
           ELSE
               ADD 1 TO LT-IX
           END-IF.

       ANALYSEER-PRODUCT.
           READ Stock AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               ADD 1 TO WS-AANTAL-PRODUCTEN
               IF AANKOOPPRIJS NOT NUMERIC
                   MOVE ZEROS TO AANKOOPPRIJS
               END-IF
               PERFORM TEL-UITGIFTES
               PERFORM BEPAAL-LEVERTIJD
               PERFORM BEREKEN-VOORSTEL
               IF WS-VERBRUIK > 0
                       AND (WS-VOORSTEL-DREMPEL NOT = REORDER-DREMPEL
                        OR WS-VOORSTEL-AANTAL NOT = BESTELAANTAL)
                   PERFORM SCHRIJF-VOORSTEL
               END-IF
               IF INSTOCK > 0
                   PERFORM CONTROLEER-TRAAG
               END-IF
           END-IF.

      * LOOPT DE HISTORIEK VAN HET PRODUCT DOOR (SLEUTEL PRODUCT +
      * DATUM, DUS CHRONOLOGISCH).
       TEL-UITGIFTES.
           MOVE ZEROS TO WS-UIT-13 WS-UIT-52
           MOVE ZEROS TO WS-LAATSTE-UITGIFTE WS-EERSTE-BEWEGING
           MOVE "N" TO HISTORIEGEDAAN
           MOVE NR TO PH-NR
           MOVE ZEROS TO PH-DATUM
           MOVE ZEROS TO PH-VOLGNR
           START PRODUCTHISTORIE KEY IS NOT LESS THAN PH-SLEUTEL
               INVALID KEY MOVE "J" TO HISTORIEGEDAAN
           END-START
           PERFORM LEES-EEN-HISTORIEREGEL UNTIL STOPLEZENHISTORIE.

       LEES-EEN-HISTORIEREGEL.
           READ PRODUCTHISTORIE NEXT RECORD
               AT END MOVE "J" TO HISTORIEGEDAAN
           END-READ
           IF NOT STOPLEZENHISTORIE
               IF PH-NR NOT = NR
                   MOVE "J" TO HISTORIEGEDAAN
               ELSE
                   IF WS-EERSTE-BEWEGING = 0
                       MOVE PH-DATUM TO WS-EERSTE-BEWEGING
                   END-IF
                   IF PH-UITGIFTE
                       MOVE PH-DATUM TO WS-LAATSTE-UITGIFTE
                       IF PH-DATUM > WS-GRENS-52
                           ADD PH-AANTAL TO WS-UIT-52
                       END-IF
                       IF PH-DATUM > WS-GRENS-13
                           ADD PH-AANTAL TO WS-UIT-13
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BEPAAL-LEVERTIJD.
           MOVE WS-STD-LEVERTIJD TO WS-LEVERTIJD
           MOVE LEV-NR TO WS-ZOEK-LEV
           PERFORM ZOEK-LEVERANCIER
           IF LT-GEVONDEN
               COMPUTE WS-LEVERTIJD ROUNDED =
                       LT-DAGEN(LT-IX) / LT-AANTAL(LT-IX)
           END-IF.

       BEREKEN-VOORSTEL.
           COMPUTE WS-GEM-13 ROUNDED = WS-UIT-13 / 13
           COMPUTE WS-GEM-52 ROUNDED = WS-UIT-52 / 52
           IF WS-GEM-13 > WS-GEM-52
               MOVE WS-GEM-13 TO WS-VERBRUIK
           ELSE
               MOVE WS-GEM-52 TO WS-VERBRUIK
           END-IF
           MOVE REORDER-DREMPEL TO WS-VOORSTEL-DREMPEL
           MOVE BESTELAANTAL TO WS-VOORSTEL-AANTAL
           IF WS-VERBRUIK > 0
               COMPUTE WS-DEKKING ROUNDED = INSTOCK / WS-VERBRUIK
               COMPUTE WS-BEREKEND = WS-VERBRUIK *
                       (WS-LEVERTIJD / 7 + WS-VEILIGWEKEN)
               PERFORM ROND-NAAR-BOVEN
               MOVE WS-AFGEROND TO WS-VOORSTEL-DREMPEL
               COMPUTE WS-BEREKEND = WS-VERBRUIK * WS-BESTELWEKEN
               PERFORM ROND-NAAR-BOVEN
               IF WS-AFGEROND = 0
                   MOVE 1 TO WS-AFGEROND
               END-IF
               MOVE WS-AFGEROND TO WS-VOORSTEL-AANTAL
           END-IF.

      * HELE STUKS, NAAR BOVEN AFGEROND EN BEGRENSD OP DE
      * VELDBREEDTE VAN HET PRODUCTRECORD.
       ROND-NAAR-BOVEN.
           MOVE WS-BEREKEND TO WS-AFGEROND
           IF WS-AFGEROND < WS-BEREKEND
               ADD 1 TO WS-AFGEROND
           END-IF
           IF WS-AFGEROND > 9999
               MOVE 9999 TO WS-AFGEROND
           END-IF.

       SCHRIJF-VOORSTEL.
           MOVE NR TO VS-NR
           MOVE WS-VANDAAG TO VS-DATUM
           MOVE REORDER-DREMPEL TO VS-HUIDIG-DREMPEL
           MOVE BESTELAANTAL TO VS-HUIDIG-AANTAL
           MOVE WS-VOORSTEL-DREMPEL TO VS-DREMPEL
           MOVE WS-VOORSTEL-AANTAL TO VS-BESTELAANTAL
           SET VS-OPEN TO TRUE
           MOVE SPACES TO VS-OPERATOR
           MOVE ZEROS TO VS-VERWERKDATUM
           WRITE BESTELVOORSTEL
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO WS-AANTAL-VOORSTELLEN
           MOVE NR TO R-NR
           MOVE NAAM TO R-NAAM
           MOVE INSTOCK TO R-INSTOCK
           COMPUTE R-GEM-13 = WS-GEM-13 * 100
           COMPUTE R-GEM-52 = WS-GEM-52 * 100
           COMPUTE R-DEKKING = WS-DEKKING * 10
           MOVE WS-LEVERTIJD TO R-LEVERTIJD
           MOVE REORDER-DREMPEL TO R-DREMPEL
           MOVE WS-VOORSTEL-DREMPEL TO R-VS-DREMPEL
           MOVE BESTELAANTAL TO R-BESTELAANTAL
           MOVE WS-VOORSTEL-AANTAL TO R-VS-AANTAL
           MOVE ANALYSEREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

      * TRAAG OF DOOD VOLGENS DE LAATSTE UITGIFTE; NOOIT
      * UITGEGEVEN = DE EERSTE BEWEGING IN DE HISTORIEK TELT.
       CONTROLEER-TRAAG.
           IF WS-LAATSTE-UITGIFTE > 0
               MOVE WS-LAATSTE-UITGIFTE TO WS-REFERENTIEDATUM
           ELSE
               MOVE WS-EERSTE-BEWEGING TO WS-REFERENTIEDATUM
           END-IF
           COMPUTE WS-WAARDE-CENTEN = INSTOCK *
                   (PRIJS-GEHEEL * 100 + PRIJS-DECIMAAL)
           IF WS-REFERENTIEDATUM NOT > WS-GRENS-DOOD
               MOVE "DOOD" TO T-SOORT
               ADD 1 TO WS-AANTAL-DOOD
               ADD WS-WAARDE-CENTEN TO WS-WAARDE-DOOD
               PERFORM SCHRIJF-TRAAGREGEL
           ELSE IF WS-REFERENTIEDATUM NOT > WS-GRENS-TRAAG
               MOVE "TRAAG" TO T-SOORT
               ADD 1 TO WS-AANTAL-TRAAG
               ADD WS-WAARDE-CENTEN TO WS-WAARDE-TRAAG
               PERFORM SCHRIJF-TRAAGREGEL
           END-IF
           END-IF.

       SCHRIJF-TRAAGREGEL.
           MOVE NR TO T-NR
           MOVE NAAM TO T-NAAM
           IF WS-LAATSTE-UITGIFTE > 0
               MOVE WS-LAATSTE-UITGIFTE TO T-LAATSTE
           ELSE
               MOVE "NOOIT" TO T-LAATSTE
           END-IF
           MOVE INSTOCK TO T-INSTOCK
           COMPUTE T-PRIJS = PRIJS-GEHEEL * 100 + PRIJS-DECIMAAL
           MOVE WS-WAARDE-CENTEN TO T-WAARDE
           MOVE TRAAGREGEL TO TRAAGLIJN
           WRITE TRAAGLIJN.

       SCHRIJF-TOTALEN.
           MOVE SPACES TO RAPPORTLIJN
           STRING "PRODUCTEN GEANALYSEERD: " WS-AANTAL-PRODUCTEN
                  ", VOORSTELLEN: " WS-AANTAL-VOORSTELLEN
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE "TRAAG" TO TT-SOORT
           MOVE WS-AANTAL-TRAAG TO TT-AANTAL
           MOVE WS-WAARDE-TRAAG TO TT-WAARDE
           MOVE TRAAGTOTAAL TO TRAAGLIJN
           WRITE TRAAGLIJN
           MOVE "DOOD" TO TT-SOORT
           MOVE WS-AANTAL-DOOD TO TT-AANTAL
           MOVE WS-WAARDE-DOOD TO TT-WAARDE
           MOVE TRAAGTOTAAL TO TRAAGLIJN
           WRITE TRAAGLIJN.

       SLUITBESTAND.
           CLOSE Stock
           CLOSE PRODUCTHISTORIE
           CLOSE BESTELVOORSTELLEN
           CLOSE RAPPORT
           CLOSE TRAGELIJST
           DISPLAY "VERBRUIKSANALYSE: " WS-AANTAL-PRODUCTEN
                   " PRODUCTEN, " WS-AANTAL-VOORSTELLEN
                   " VOORSTELLEN".

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
