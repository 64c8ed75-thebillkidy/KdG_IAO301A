      ************************************************************
      * GROOTBOEKINTERFACE
      *
      * NACHTELIJKE BATCHJOB NA DE DAGAFSLUITING EN DE
      * STOCKAFSLUITING: ZET DE GEARCHIVEERDE BEWEGINGEN VAN DE
      * BEDRIJFSDAG OM IN DUBBELE BOEKINGEN VOOR HET
      * BOEKHOUDPAKKET.
      *
      * BRONNEN:
      *   "BESTANDEN/DAGVERRICHTINGEN.JJJJMMDD" (DAGAFSLUITING)
      *   "BESTANDEN/STOCKJOURNAAL.JJJJMMDD"    (STOCKAFSLUITING)
      *
      * DE GROOTBOEKREKENINGEN KOMEN UIT HET REKENINGSCHEMA
      * "BESTANDEN/GROOTBOEKSCHEMA", EEN TEKSTBESTAND DAT DE
      * BOEKHOUDER ZELF BIJHOUDT (NET ALS DE KALENDER): PER
      * REGEL EEN CODE (12 POSITIES), EEN SPATIE, HET
      * GROOTBOEKREKENINGNUMMER (6 CIJFERS), EEN SPATIE EN EEN
      * OMSCHRIJVING. REGELS DIE MET "*" BEGINNEN ZIJN COMMENTAAR.
      * GEBRUIKTE CODES:
      *   SOORT1 .. SOORT6  KLANTENREKENING BIJ EEN VERRICHTING
      *                     VAN DIE SOORT (NORMAAL ALLEMAAL DE
      *                     REKENING KLANTENTEGOEDEN)
      *   KAS               DE KASKANT VAN STORTING, AFHALING EN
      *                     HUN STORNO
      *   CLEARING          REKENINGEN BIJ ANDERE BANKEN EN DE
      *                     TUSSENREKENING CLEARINGREK
      *   LENINGEN          DE TUSSENREKENING LENINGREK
      *   NETWERK           DE AFREKENINGSREKENING NETWERKREK VAN
      *                     HET KAARTNETWERK
      *   CREDITRENTE       TEGENBOEKING VAN BETAALDE RENTE
      *   DEBETRENTE        TEGENBOEKING VAN AANGEREKENDE RENTE
      *   VOORHEFFING       INGEHOUDEN ROERENDE VOORHEFFING
      *   KOSTEN            TEGENBOEKING VAN AANGEREKENDE KOSTEN
      *   VOORRAAD          VOORRAADREKENING VAN DE STOCK
      *   B-ONTVANGST       TEGENBOEKING VAN EEN ONTVANGST
      *   B-UITGIFTE        TEGENBOEKING VAN EEN UITGIFTE
      *   B-CORRECTIE       TEGENBOEKING VAN EEN CORRECTIE
      * DE STOCKBOEKINGEN WORDEN GEWAARDEERD AAN DE HUIDIGE
      * AANKOOPPRIJS; OVERBOEKINGEN TUSSEN LOCATIES VERANDEREN
      * DE WAARDE NIET EN WORDEN NIET DOORGEGEVEN. EEN PRODUCT
      * ZONDER AANKOOPPRIJS WORDT IN HET CONTROLERAPPORT GEMELD.
      *
      * DE DAG WORDT EERST VOLLEDIG NAGEREKEND: ONTBREKT EEN CODE
      * IN HET SCHEMA, IS EEN BOEKING ONBRUIKBAAR OF IS HET
      * TOTAAL DEBET NIET GELIJK AAN HET TOTAAL CREDIT, DAN WORDT
      * DE DAG GEWEIGERD (RETURN-CODE 2, GEEN EXPORTBESTAND) EN
      * STOPT DE NACHTVERWERKING. ANDERS VOLGT
      * "BESTANDEN/GROOTBOEK.JJJJMMDD" MET:
      *   J-REGELS  EEN REGEL PER BOEKINGSHELFT
      *   T-REGELS  CONTROLETOTAAL PER GROOTBOEKREKENING
      *   E-REGEL   AANTAL REGELS EN TOTAAL DEBET/CREDIT
      * EN HET CONTROLERAPPORT
      * "BESTANDEN/GROOTBOEKCONTROLE.JJJJMMDD".
      *
      * DE DAGTOTALEN WORDEN OPGETELD IN "BESTANDEN/
      * GROOTBOEKSALDI" (PER REKENING BEGINSALDO VAN DE MAAND EN
      * DEBET/CREDIT VAN DE MAAND; HET RECORD MET REKENING 0
      * ONTHOUDT DE LAATST GEBOEKTE DAG, ZODAT EEN HERSTART HET
      * BESTAND WEL OPNIEUW SCHRIJFT MAAR NIET DUBBEL TELT; EEN
      * REKENING DIE BIJ EEN ONDERBROKEN RUN AL MET DE DAG VAN
      * VANDAAG WERD WEGGESCHREVEN, WORDT BIJ DE HERSTART
      * OVERGESLAGEN).
      * BIJ DE EERSTE RUN KRIJGT DE REKENING VAN SOORT1 ALS
      * BEGINBALANS DE SOM VAN DE SALDI VAN VOOR DE DAG, IN
      * DEZELFDE SCHRIJFOPERATIE ALS HAAR DAGTOTALEN.
      * ELKE NACHT WORDT HET MAANDOVERZICHT
      * "BESTANDEN/GROOTBOEKMAAND.JJJJMM" HERSCHREVEN; NA DE
      * LAATSTE BEDRIJFSDAG VAN DE MAAND IS HET DE AFSLUITING.
      * HET SLUIT HET SALDO VAN DE KLANTENTEGOEDEN (DE REKENINGEN
      * VAN SOORT1 .. SOORT6) AAN OP DE SOM VAN ALLE SALDI BEHALVE
      * DE TUSSENREKENINGEN CLEARINGREK, LENINGREK EN NETWERKREK.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROOTBOEKINTERFACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCHEMA
                  ASSIGN TO "BESTANDEN/GROOTBOEKSCHEMA"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BANKARCHIEF
                  ASSIGN TO DYNAMIC WS-BANKARCHIEFNAAM.
           SELECT OPTIONAL STOCKARCHIEF
                  ASSIGN TO DYNAMIC WS-STOCKARCHIEFNAAM.
           SELECT OPTIONAL Stock ASSIGN TO "BESTANDEN/STOCK.DAT"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS NR.
           SELECT OPTIONAL EXPORT
                  ASSIGN TO DYNAMIC WS-EXPORTNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXPORT-STATUS.
           SELECT OPTIONAL RAPPORT
                  ASSIGN TO DYNAMIC WS-RAPPORTNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT OPTIONAL MAANDRAPPORT
                  ASSIGN TO DYNAMIC WS-MAANDNAAM
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GROOTBOEKSALDI
                  ASSIGN TO "BESTANDEN/GROOTBOEKSALDI"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS GBS-REKENING.
           SELECT OPTIONAL SALDI ASSIGN TO "BESTANDEN/SALDO"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SALDO-NR.
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
       FD  SCHEMA.
       01  SCHEMAREGEL.
           02 SCH-CODE         PIC X(12).
           02 FILLER           PIC X.
           02 SCH-REKENING     PIC 9(6).
           02 FILLER           PIC X.
           02 SCH-OMSCHRIJVING PIC X(40).

       FD  BANKARCHIEF BLOCK CONTAINS 10 RECORDS.
       01  ARCHIEFVERRICHTING.
           02 A-SOORT PIC 9.
           02 A-VAN.
               03 A-VAN-DEEL1 PIC 9(3).
               03 A-VAN-DEEL2 PIC 9(7).
               03 A-VAN-DEEL3 PIC 9(2).
           02 A-NAAR.
               03 A-NAAR-DEEL1 PIC 9(3).
               03 A-NAAR-DEEL2 PIC 9(7).
               03 A-NAAR-DEEL3 PIC 9(2).
           02 A-BEDRAG.
               03 A-GEHEEL PIC 9(7).
               03 A-DECIMAAL PIC 9(2).
           02 A-DATUM  PIC 9(8).
           02 A-MEDEDELING PIC X(50).
           02 A-VOLGNR PIC 9(6).
           02 A-STORNO-REF PIC 9(6).
           02 A-OPERATOR PIC X(4).
           02 A-TIJD PIC 9(6).
           02 A-OPDRACHT-REF PIC 9(5).
           02 A-FIAT-ID PIC X(4).
           02 A-UITVOERDER PIC 9(7).
           02 A-MUNT PIC X(3).
           02 A-VREEMD-BEDRAG.
               03 A-VREEMD-GEHEEL PIC 9(7).
               03 A-VREEMD-DECIMAAL PIC 9(2).
           02 A-KOERS PIC 9(3)V9(6).

       FD  STOCKARCHIEF BLOCK CONTAINS 10 RECORDS.
       01  ARCHIEFBOEKING.
           02 SA-SOORT PIC 9.
               88 SA-ONTVANGST   VALUE 1.
               88 SA-UITGIFTE    VALUE 2.
               88 SA-CORRECTIE   VALUE 3.
               88 SA-OVERBOEKING VALUE 4.
           02 SA-NR PIC X(6).
           02 SA-TEKEN PIC X.
               88 SA-PLUS VALUE "+".
               88 SA-MIN  VALUE "-".
           02 SA-AANTAL PIC 9(4).
           02 SA-DATUM PIC 9(8).
           02 SA-OPERATOR PIC X(4).
           02 SA-TIJD PIC 9(6).
           02 SA-LOCATIE PIC X(2).

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

       FD  EXPORT.
       01  EXPORTREGEL PIC X(100).
       01  JOURNAALREGEL REDEFINES EXPORTREGEL.
           02 J-TYPE        PIC X.
           02 J-DATUM       PIC 9(8).
           02 J-BOEKSTUK    PIC 9(6).
           02 J-REKENING    PIC 9(6).
           02 J-DC          PIC X.
           02 J-BEDRAG.
               03 J-GEHEEL   PIC 9(11).
               03 J-DECIMAAL PIC 9(2).
           02 J-BRON        PIC X.
           02 J-REFERENTIE  PIC X(6).
           02 J-CODE        PIC X(12).
           02 J-OMSCHRIJVING PIC X(30).
           02 FILLER        PIC X(16).
       01  TOTAALREGEL REDEFINES EXPORTREGEL.
           02 T-TYPE        PIC X.
           02 T-DATUM       PIC 9(8).
           02 T-REKENING    PIC 9(6).
           02 T-AANTAL      PIC 9(6).
           02 T-DEBET.
               03 T-DEBET-GEHEEL    PIC 9(11).
               03 T-DEBET-DECIMAAL  PIC 9(2).
           02 T-CREDIT.
               03 T-CREDIT-GEHEEL   PIC 9(11).
               03 T-CREDIT-DECIMAAL PIC 9(2).
           02 FILLER        PIC X(53).
       01  EINDREGEL REDEFINES EXPORTREGEL.
           02 E-TYPE        PIC X.
           02 E-DATUM       PIC 9(8).
           02 E-AANTAL      PIC 9(6).
           02 E-DEBET.
               03 E-DEBET-GEHEEL    PIC 9(11).
               03 E-DEBET-DECIMAAL  PIC 9(2).
           02 E-CREDIT.
               03 E-CREDIT-GEHEEL   PIC 9(11).
               03 E-CREDIT-DECIMAAL PIC 9(2).
           02 FILLER        PIC X(59).

       FD  RAPPORT.
       01  RAPPORTLIJN PIC X(80).

       FD  MAANDRAPPORT.
       01  MAANDLIJN PIC X(80).

      * PER GROOTBOEKREKENING HET SALDO BIJ HET BEGIN VAN DE MAAND
      * GBS-MAAND (DEBET POSITIEF) EN DE BEWEGINGEN VAN DIE MAAND.
       FD  GROOTBOEKSALDI BLOCK CONTAINS 10 RECORDS.
       01  GROOTBOEKSALDOREC.
           02 GBS-REKENING PIC 9(6).
           02 GBS-MAAND    PIC 9(6).
           02 GBS-BEGIN-TEKEN PIC X.
               88 GBS-BEGIN-DEBET  VALUE "+".
               88 GBS-BEGIN-CREDIT VALUE "-".
           02 GBS-BEGIN.
               03 GBS-BEGIN-GEHEEL   PIC 9(11).
               03 GBS-BEGIN-DECIMAAL PIC 9(2).
           02 GBS-DEBET.
               03 GBS-DEBET-GEHEEL   PIC 9(11).
               03 GBS-DEBET-DECIMAAL PIC 9(2).
           02 GBS-CREDIT.
               03 GBS-CREDIT-GEHEEL   PIC 9(11).
               03 GBS-CREDIT-DECIMAAL PIC 9(2).
           02 GBS-DATUM    PIC 9(8).

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

       FD PARAMETERS BLOCK CONTAINS 10 RECORDS.
       01  PARAMETER.
           02 PARAM-SLEUTEL.
               03 P-NAAM         PIC X(12).
               03 P-INGANGSDATUM PIC 9(8).
           02 P-WAARDE PIC 9(9).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-BANKARCHIEFNAAM  PIC X(44).
       77  WS-STOCKARCHIEFNAAM PIC X(44).
       77  WS-EXPORTNAAM       PIC X(44).
       77  WS-RAPPORTNAAM      PIC X(44).
       77  WS-MAANDNAAM        PIC X(44).
       77  WS-EXPORT-STATUS PIC XX.
           88 WS-EXPORT-OK VALUES "00" "05".
       77  WS-RAPPORT-STATUS PIC XX.
           88 WS-RAPPORT-OK VALUES "00" "05".
       77  WS-FOUTVLAG     PIC X VALUE "N".
           88 WS-OPENFOUT VALUE "J".
       77  WS-VANDAAG      PIC 9(8).
       01  WS-VANDAAG-DELEN.
           02 WS-VANDAAG-MAAND PIC 9(6).
           02 WS-VANDAAG-DAG   PIC 9(2).
       77  GEDAAN          PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  WS-BANKPREFIX  PIC 9(3) VALUE 1.
       77  WS-CLEARINGREK PIC 9(7) VALUE 9999999.
       77  WS-LENINGREK   PIC 9(7) VALUE 9999998.
       77  WS-NETWERKREK  PIC 9(7) VALUE 9999997.
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
       77  WS-PARAM-GEVONDEN-VLAG PIC X.
           88 PARAM-GEVONDEN VALUE "J".
       77  WS-PARAM-GEDAAN PIC X.
           88 PARAM-KLAAR VALUE "J".
      * DE DAG WORDT TWEEMAAL DOORLOPEN: EERST ALLEEN TELLEN EN
      * CONTROLEREN, DAN (ALS ALLES KLOPT) HET BESTAND SCHRIJVEN.
       77  WS-FASE PIC X.
           88 FASE-CONTROLE  VALUE "C".
           88 FASE-SCHRIJVEN VALUE "S".
       77  WS-AL-GEBOEKT-VLAG PIC X VALUE "N".
           88 AL-GEBOEKT VALUE "J".
       77  WS-EERSTE-RUN-VLAG PIC X VALUE "N".
           88 EERSTE-RUN VALUE "J".
       77  WS-BEGINBALANS-VLAG PIC X VALUE "N".
           88 BEGINBALANS-OPEN VALUE "J".
       77  WS-GBS-VANDAAG-VLAG PIC X.
           88 GBS-AL-VANDAAG VALUE "J".
       77  WS-BEGINBALANS-CENTEN PIC S9(13) VALUE ZERO.
       77  WS-BANK-AANTAL    PIC 9(6) VALUE ZERO.
       77  WS-STOCK-AANTAL   PIC 9(6) VALUE ZERO.
       77  WS-NIET-GEWAARDEERD PIC 9(6) VALUE ZERO.
       77  WS-FOUT-AANTAL    PIC 9(6) VALUE ZERO.
       77  WS-BOEKSTUK       PIC 9(6) VALUE ZERO.
       77  WS-REGEL-AANTAL   PIC 9(6) VALUE ZERO.
       77  WS-CENTEN         PIC S9(13) VALUE ZERO.
       77  WS-TOTAAL-DEBET   PIC S9(13) VALUE ZERO.
       77  WS-TOTAAL-CREDIT  PIC S9(13) VALUE ZERO.
       77  WS-DEBET-CODE     PIC X(12).
       77  WS-CREDIT-CODE    PIC X(12).
       77  WS-KANT-CODE      PIC X(12).
       01  WS-KANT.
           02 WS-KANT-DEEL1 PIC 9(3).
           02 WS-KANT-DEEL2 PIC 9(7).
           02 WS-KANT-DEEL3 PIC 9(2).
       77  WS-LEG-DC         PIC X.
       77  WS-LEG-CODE       PIC X(12).
       77  WS-LEG-REKENING   PIC 9(6).
       77  WS-LEG-BRON       PIC X.
       77  WS-LEG-REFERENTIE PIC X(6).
       77  WS-LEG-OMSCHRIJVING PIC X(30).
       77  WS-PRIJS-CENTEN   PIC 9(7).
       77  WS-SALDOSOM       PIC S9(13) VALUE ZERO.
       77  WS-SALDO-CENTEN   PIC S9(13) VALUE ZERO.
       77  WS-TEGOED-CENTEN  PIC S9(13) VALUE ZERO.
       77  WS-VERSCHIL-CENTEN PIC S9(13) VALUE ZERO.
       77  WS-BEGIN-CENTEN   PIC S9(13) VALUE ZERO.
       77  WS-DEBET-CENTEN   PIC S9(13) VALUE ZERO.
       77  WS-CREDIT-CENTEN  PIC S9(13) VALUE ZERO.
       77  WS-EINDE-CENTEN   PIC S9(13) VALUE ZERO.
       77  WS-DAGNETTO-CENTEN PIC S9(13) VALUE ZERO.
      * HET REKENINGSCHEMA
       77  ST-GEVULD PIC 9(2) VALUE ZERO.
       77  ST-IX     PIC 9(2).
       77  ST-GEVONDEN-VLAG PIC X.
           88 ST-GEVONDEN VALUE "J".
       01  SCHEMATABEL.
           02 ST-REGEL OCCURS 50.
               03 ST-CODE     PIC X(12).
               03 ST-REKENING PIC 9(6).
      * DE GROOTBOEKREKENINGEN VAN DE KLANTENTEGOEDEN (SOORT1 ..
      * SOORT6), VOOR DE AANSLUITING OP DE SALDI.
       77  KT-GEVULD PIC 9(2) VALUE ZERO.
       77  KT-IX     PIC 9(2).
       77  KT-GEVONDEN-VLAG PIC X.
           88 KT-GEVONDEN VALUE "J".
       01  TEGOEDREKENINGEN.
           02 KT-REKENING PIC 9(6) OCCURS 6.
       77  WS-SOORT-IX PIC 9.
      * DAGTOTALEN PER GROOTBOEKREKENING
       77  GT-GEVULD PIC 9(3) VALUE ZERO.
       77  GT-IX     PIC 9(3).
       77  GT-GEVONDEN-VLAG PIC X.
           88 GT-GEVONDEN VALUE "J".
       01  GROOTBOEKTOTALEN.
           02 GT-REGEL OCCURS 100.
               03 GT-REKENING PIC 9(6).
               03 GT-AANTAL   PIC 9(6).
               03 GT-DEBET    PIC 9(13).
               03 GT-CREDIT   PIC 9(13).
      * ONTBREKENDE CODES EN ONBRUIKBARE BOEKINGEN VOOR HET
      * CONTROLERAPPORT
       77  OC-GEVULD PIC 9(2) VALUE ZERO.
       77  OC-IX     PIC 9(2).
       77  OC-GEVONDEN-VLAG PIC X.
           88 OC-GEVONDEN VALUE "J".
       01  ONTBREKENDECODES.
           02 OC-CODE PIC X(12) OCCURS 20.
       77  FB-GEVULD PIC 9(2) VALUE ZERO.
       77  FB-IX     PIC 9(2).
       01  FOUTBOEKINGEN.
           02 FB-REGEL OCCURS 20.
               03 FB-BRON   PIC X.
               03 FB-REF    PIC X(6).
               03 FB-REDEN  PIC X(40).
       77  WS-FOUT-BRON  PIC X.
       77  WS-FOUT-REF   PIC X(6).
       77  WS-FOUT-REDEN PIC X(40).
       01  RAPPORTREGEL.
           02 R-OMSCHRIJVING PIC X(40).
           02 R-BEDRAG       PIC -(11)9,99.
       01  REKENINGREGEL.
           02 RR-REKENING    PIC 9(6).
           02 FILLER         PIC X(3) VALUE " | ".
           02 RR-AANTAL      PIC ZZZZZ9.
           02 FILLER         PIC X(3) VALUE " | ".
           02 RR-DEBET       PIC Z(10)9,99.
           02 FILLER         PIC X(3) VALUE " | ".
           02 RR-CREDIT      PIC Z(10)9,99.
       01  MAANDREGEL.
           02 MR-REKENING    PIC 9(6).
           02 FILLER         PIC X(2) VALUE " |".
           02 MR-BEGIN       PIC -(11)9,99.
           02 FILLER         PIC X(2) VALUE " |".
           02 MR-DEBET       PIC Z(11)9,99.
           02 FILLER         PIC X(2) VALUE " |".
           02 MR-CREDIT      PIC Z(11)9,99.
           02 FILLER         PIC X(2) VALUE " |".
           02 MR-EINDE       PIC -(11)9,99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           IF WS-OPENFOUT
               MOVE 1 TO RETURN-CODE
           ELSE
               SET FASE-CONTROLE TO TRUE
               PERFORM VERWERK-DAG
               IF WS-FOUT-AANTAL > 0 OR OC-GEVULD > 0
                       OR WS-TOTAAL-DEBET NOT = WS-TOTAAL-CREDIT
                   PERFORM SCHRIJF-CONTROLERAPPORT
                   DISPLAY "GROOTBOEKINTERFACE: DAG " WS-VANDAAG
                           " GEWEIGERD, ZIE " WS-RAPPORTNAAM
                   MOVE 2 TO RETURN-CODE
               ELSE
                   PERFORM SCHRIJF-EXPORT
                   IF WS-OPENFOUT
                       CLOSE RAPPORT
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM BEREKEN-SALDOSOM
                       PERFORM BOEK-GROOTBOEKSALDI
                       PERFORM SCHRIJF-CONTROLERAPPORT
                       PERFORM SCHRIJF-MAANDOVERZICHT
                       DISPLAY "GROOTBOEKINTERFACE: " WS-REGEL-AANTAL
                               " REGELS NAAR " WS-EXPORTNAAM
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           GOBACK.

       INITIALISEER.
           PERFORM LEES-BEDRIJFSDATUM
           MOVE WS-VANDAAG TO WS-VANDAAG-DELEN
           PERFORM LEES-PARAMETERS
           STRING "BESTANDEN/DAGVERRICHTINGEN." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-BANKARCHIEFNAAM
           STRING "BESTANDEN/STOCKJOURNAAL." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-STOCKARCHIEFNAAM
           STRING "BESTANDEN/GROOTBOEK." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-EXPORTNAAM
           STRING "BESTANDEN/GROOTBOEKCONTROLE." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-RAPPORTNAAM
           STRING "BESTANDEN/GROOTBOEKMAAND." WS-VANDAAG-MAAND
                  DELIMITED BY SIZE INTO WS-MAANDNAAM
           PERFORM LAAD-SCHEMA
           PERFORM BEPAAL-TEGOEDREKENINGEN
           OPEN OUTPUT RAPPORT
           IF NOT WS-RAPPORT-OK
               SET WS-OPENFOUT TO TRUE
           END-IF.

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
           MOVE "NETWERKREK" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-NETWERKREK
           END-IF
           CLOSE PARAMETERS.

       LAAD-SCHEMA.
           MOVE "N" TO GEDAAN
           MOVE ZEROS TO ST-GEVULD
           OPEN INPUT SCHEMA
           PERFORM LEES-SCHEMAREGEL UNTIL STOPLEZEN
           CLOSE SCHEMA.

      * EEN REGEL ZONDER GELDIG REKENINGNUMMER WORDT NIET GELADEN:
      * DE CODE GELDT DAN ALS ONTBREKEND EN DE DAG WORDT GEWEIGERD
      * ZODRA ZE NODIG IS.
       LEES-SCHEMAREGEL.
           READ SCHEMA AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               IF SCH-CODE(1:1) NOT = "*" AND SCH-CODE NOT = SPACES
                       AND SCH-REKENING IS NUMERIC
                       AND ST-GEVULD < 50
                   ADD 1 TO ST-GEVULD
                   MOVE SCH-CODE TO ST-CODE(ST-GEVULD)
                   MOVE SCH-REKENING TO ST-REKENING(ST-GEVULD)
               END-IF
           END-IF.

       BEPAAL-TEGOEDREKENINGEN.
           MOVE ZEROS TO KT-GEVULD
           PERFORM VARYING WS-SOORT-IX FROM 1 BY 1
                   UNTIL WS-SOORT-IX > 6
               MOVE SPACES TO WS-LEG-CODE
               STRING "SOORT" WS-SOORT-IX
                      DELIMITED BY SIZE INTO WS-LEG-CODE
               PERFORM ZOEK-SCHEMACODE
               IF ST-GEVONDEN
                   MOVE "N" TO KT-GEVONDEN-VLAG
                   PERFORM VARYING KT-IX FROM 1 BY 1
                           UNTIL KT-IX > KT-GEVULD OR KT-GEVONDEN
                       IF KT-REKENING(KT-IX) = WS-LEG-REKENING
                           SET KT-GEVONDEN TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT KT-GEVONDEN
                       ADD 1 TO KT-GEVULD
                       MOVE WS-LEG-REKENING TO KT-REKENING(KT-GEVULD)
                   END-IF
               END-IF
           END-PERFORM.

       ZOEK-SCHEMACODE.
           MOVE "N" TO ST-GEVONDEN-VLAG
           MOVE ZEROS TO WS-LEG-REKENING
           PERFORM VARYING ST-IX FROM 1 BY 1
                   UNTIL ST-IX > ST-GEVULD OR ST-GEVONDEN
               IF ST-CODE(ST-IX) = WS-LEG-CODE
                   SET ST-GEVONDEN TO TRUE
                   MOVE ST-REKENING(ST-IX) TO WS-LEG-REKENING
               END-IF
           END-PERFORM.

      * DOORLOOPT DE ARCHIEVEN VAN DE DAG. IN DE CONTROLEFASE
      * WORDEN DE TOTALEN OPGEBOUWD, IN DE SCHRIJFFASE DE
      * JOURNAALREGELS WEGGESCHREVEN.
       VERWERK-DAG.
           MOVE ZEROS TO WS-BOEKSTUK
           MOVE "N" TO GEDAAN
           OPEN INPUT BANKARCHIEF
           PERFORM LEES-BANKBOEKING UNTIL STOPLEZEN
           CLOSE BANKARCHIEF
           MOVE "N" TO GEDAAN
           OPEN INPUT Stock
           OPEN INPUT STOCKARCHIEF
           PERFORM LEES-STOCKBOEKING UNTIL STOPLEZEN
           CLOSE STOCKARCHIEF
           CLOSE Stock.

       LEES-BANKBOEKING.
           READ BANKARCHIEF AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               IF FASE-CONTROLE
                   ADD 1 TO WS-BANK-AANTAL
               END-IF
               IF A-BEDRAG NOT NUMERIC
                   MOVE "ONGELDIG BEDRAG" TO WS-FOUT-REDEN
                   PERFORM MELD-BANKFOUT
               ELSE
                   COMPUTE WS-CENTEN = A-GEHEEL * 100 + A-DECIMAAL
                   IF WS-CENTEN > 0
                       PERFORM BOEK-BANKBOEKING
                   END-IF
               END-IF
           END-IF.

      * DE VAN-KANT WORDT GEDEBITEERD, DE NAAR-KANT GECREDITEERD
      * (EEN STORNO HEEFT VAN EN NAAR AL OMGEWISSELD). EEN LEGE
      * KANT (STREEPJES OF NUL) IS BIJ STORTING, AFHALING EN
      * STORNO DE KAS; BIJ RENTE EN KOSTEN IS DE TEGENBOEKING EEN
      * RESULTAAT- OF SCHULDREKENING VAN DE BANK.
       BOEK-BANKBOEKING.
           MOVE A-VAN TO WS-KANT
           PERFORM KLASSEER-KANT
           MOVE WS-KANT-CODE TO WS-DEBET-CODE
           MOVE A-NAAR TO WS-KANT
           PERFORM KLASSEER-KANT
           MOVE WS-KANT-CODE TO WS-CREDIT-CODE
           IF WS-DEBET-CODE = SPACES AND WS-CREDIT-CODE = SPACES
               MOVE "GEEN REKENING AAN VAN- OF NAAR-KANT"
                    TO WS-FOUT-REDEN
               PERFORM MELD-BANKFOUT
           ELSE
               IF A-SOORT = 4 AND WS-DEBET-CODE = SPACES
                   MOVE "CREDITRENTE" TO WS-DEBET-CODE
               ELSE IF A-SOORT = 4 AND WS-CREDIT-CODE = SPACES
                   IF A-MEDEDELING = "ROERENDE VOORHEFFING OP RENTE"
                       MOVE "VOORHEFFING" TO WS-CREDIT-CODE
                   ELSE
                       MOVE "DEBETRENTE" TO WS-CREDIT-CODE
                   END-IF
               ELSE IF A-SOORT = 6 AND WS-CREDIT-CODE = SPACES
                   MOVE "KOSTEN" TO WS-CREDIT-CODE
               ELSE IF A-SOORT = 2 OR A-SOORT = 3 OR A-SOORT = 5
                   IF WS-DEBET-CODE = SPACES
                       MOVE "KAS" TO WS-DEBET-CODE
                   END-IF
                   IF WS-CREDIT-CODE = SPACES
                       MOVE "KAS" TO WS-CREDIT-CODE
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               IF WS-DEBET-CODE = SPACES OR WS-CREDIT-CODE = SPACES
                   MOVE "EENZIJDIGE BOEKING ZONDER TEGENREKENING"
                        TO WS-FOUT-REDEN
                   PERFORM MELD-BANKFOUT
               ELSE
                   ADD 1 TO WS-BOEKSTUK
                   MOVE "B" TO WS-LEG-BRON
                   MOVE A-VOLGNR TO WS-LEG-REFERENTIE
                   MOVE A-MEDEDELING TO WS-LEG-OMSCHRIJVING
                   MOVE "D" TO WS-LEG-DC
                   MOVE WS-DEBET-CODE TO WS-LEG-CODE
                   PERFORM BOEK-HELFT
                   MOVE "C" TO WS-LEG-DC
                   MOVE WS-CREDIT-CODE TO WS-LEG-CODE
                   PERFORM BOEK-HELFT
               END-IF
           END-IF.

      * BEPAALT DE SCHEMACODE VAN EEN REKENING (ZELFDE INDELING
      * ALS BIJ DE SALDOBIJWERKING IN VERRICHTING): GEEN GELDIGE
      * REKENING = SPATIES, ANDERE BANK OF CLEARINGREK = CLEARING,
      * LENINGREK = LENINGEN, NETWERKREK = NETWERK, ANDERS DE
      * KLANTENREKENING VAN DE SOORT.
       KLASSEER-KANT.
           MOVE SPACES TO WS-KANT-CODE
           IF WS-KANT-DEEL2 IS NUMERIC
               IF WS-KANT-DEEL2 NOT = 0
                   IF WS-KANT-DEEL1 IS NUMERIC
                           AND WS-KANT-DEEL1 NOT = 0
                           AND WS-KANT-DEEL1 NOT = WS-BANKPREFIX
                       MOVE "CLEARING" TO WS-KANT-CODE
                   ELSE IF WS-KANT-DEEL2 = WS-CLEARINGREK
                       MOVE "CLEARING" TO WS-KANT-CODE
                   ELSE IF WS-KANT-DEEL2 = WS-LENINGREK
                       MOVE "LENINGEN" TO WS-KANT-CODE
                   ELSE IF WS-KANT-DEEL2 = WS-NETWERKREK
                       MOVE "NETWERK" TO WS-KANT-CODE
                   ELSE
                       STRING "SOORT" A-SOORT
                              DELIMITED BY SIZE INTO WS-KANT-CODE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       MELD-BANKFOUT.
           MOVE "B" TO WS-FOUT-BRON
           MOVE A-VOLGNR TO WS-FOUT-REF
           PERFORM MELD-FOUT.

       LEES-STOCKBOEKING.
           READ STOCKARCHIEF AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               IF FASE-CONTROLE
                   ADD 1 TO WS-STOCK-AANTAL
               END-IF
               IF SA-OVERBOEKING
                   CONTINUE
               ELSE IF SA-AANTAL NOT NUMERIC
                   MOVE "ONGELDIG AANTAL" TO WS-FOUT-REDEN
                   PERFORM MELD-STOCKFOUT
               ELSE IF SA-ONTVANGST OR SA-UITGIFTE OR SA-CORRECTIE
                   PERFORM BOEK-STOCKBOEKING
               ELSE
                   MOVE "ONBEKENDE BOEKINGSSOORT" TO WS-FOUT-REDEN
                   PERFORM MELD-STOCKFOUT
               END-IF
               END-IF
               END-IF
           END-IF.

      * WAARDERING AAN DE AANKOOPPRIJS VAN HET PRODUCT. EEN
      * ONTVANGST EN EEN POSITIEVE CORRECTIE VERHOGEN DE VOORRAAD,
      * EEN UITGIFTE EN EEN NEGATIEVE CORRECTIE VERLAGEN ZE.
       BOEK-STOCKBOEKING.
           MOVE SA-NR TO NR
           READ Stock
               INVALID KEY MOVE ZEROS TO AANKOOPPRIJS
           END-READ
           IF AANKOOPPRIJS NOT NUMERIC
               MOVE ZEROS TO AANKOOPPRIJS
           END-IF
           COMPUTE WS-PRIJS-CENTEN = PRIJS-GEHEEL * 100
                   + PRIJS-DECIMAAL
           COMPUTE WS-CENTEN = SA-AANTAL * WS-PRIJS-CENTEN
           IF WS-CENTEN = 0
               IF FASE-CONTROLE AND SA-AANTAL > 0
                   ADD 1 TO WS-NIET-GEWAARDEERD
               END-IF
           ELSE
               ADD 1 TO WS-BOEKSTUK
               MOVE "S" TO WS-LEG-BRON
               MOVE SA-NR TO WS-LEG-REFERENTIE
               MOVE SPACES TO WS-LEG-OMSCHRIJVING
               IF SA-ONTVANGST
                   STRING "ONTVANGST " SA-AANTAL " X " SA-NR
                          DELIMITED BY SIZE INTO WS-LEG-OMSCHRIJVING
                   MOVE "VOORRAAD" TO WS-DEBET-CODE
                   MOVE "B-ONTVANGST" TO WS-CREDIT-CODE
               ELSE IF SA-UITGIFTE
                   STRING "UITGIFTE " SA-AANTAL " X " SA-NR
                          DELIMITED BY SIZE INTO WS-LEG-OMSCHRIJVING
                   MOVE "B-UITGIFTE" TO WS-DEBET-CODE
                   MOVE "VOORRAAD" TO WS-CREDIT-CODE
               ELSE IF SA-MIN
                   STRING "CORRECTIE -" SA-AANTAL " X " SA-NR
                          DELIMITED BY SIZE INTO WS-LEG-OMSCHRIJVING
                   MOVE "B-CORRECTIE" TO WS-DEBET-CODE
                   MOVE "VOORRAAD" TO WS-CREDIT-CODE
               ELSE
                   STRING "CORRECTIE +" SA-AANTAL " X " SA-NR
                          DELIMITED BY SIZE INTO WS-LEG-OMSCHRIJVING
                   MOVE "VOORRAAD" TO WS-DEBET-CODE
                   MOVE "B-CORRECTIE" TO WS-CREDIT-CODE
               END-IF
               END-IF
               END-IF
               MOVE "D" TO WS-LEG-DC
               MOVE WS-DEBET-CODE TO WS-LEG-CODE
               PERFORM BOEK-HELFT
               MOVE "C" TO WS-LEG-DC
               MOVE WS-CREDIT-CODE TO WS-LEG-CODE
               PERFORM BOEK-HELFT
           END-IF.

       MELD-STOCKFOUT.
           MOVE "S" TO WS-FOUT-BRON
           MOVE SA-NR TO WS-FOUT-REF
           PERFORM MELD-FOUT.

       MELD-FOUT.
           IF FASE-CONTROLE
               ADD 1 TO WS-FOUT-AANTAL
               IF FB-GEVULD < 20
                   ADD 1 TO FB-GEVULD
                   MOVE WS-FOUT-BRON TO FB-BRON(FB-GEVULD)
                   MOVE WS-FOUT-REF TO FB-REF(FB-GEVULD)
                   MOVE WS-FOUT-REDEN TO FB-REDEN(FB-GEVULD)
               END-IF
           END-IF.

      * EEN BOEKINGSHELFT: IN DE CONTROLEFASE OPTELLEN BIJ DE
      * GROOTBOEKREKENING UIT HET SCHEMA, IN DE SCHRIJFFASE EEN
      * J-REGEL WEGSCHRIJVEN.
       BOEK-HELFT.
           PERFORM ZOEK-SCHEMACODE
           IF NOT ST-GEVONDEN
               PERFORM MELD-ONTBREKENDE-CODE
           ELSE IF FASE-CONTROLE
               PERFORM TEL-HELFT
           ELSE
               MOVE SPACES TO JOURNAALREGEL
               MOVE "J" TO J-TYPE
               MOVE WS-VANDAAG TO J-DATUM
               MOVE WS-BOEKSTUK TO J-BOEKSTUK
               MOVE WS-LEG-REKENING TO J-REKENING
               MOVE WS-LEG-DC TO J-DC
               DIVIDE WS-CENTEN BY 100 GIVING J-GEHEEL
                      REMAINDER J-DECIMAAL
               MOVE WS-LEG-BRON TO J-BRON
               MOVE WS-LEG-REFERENTIE TO J-REFERENTIE
               MOVE WS-LEG-CODE TO J-CODE
               MOVE WS-LEG-OMSCHRIJVING TO J-OMSCHRIJVING
               WRITE EXPORTREGEL
               ADD 1 TO WS-REGEL-AANTAL
           END-IF
           END-IF.

       TEL-HELFT.
           IF WS-LEG-DC = "D"
               ADD WS-CENTEN TO WS-TOTAAL-DEBET
           ELSE
               ADD WS-CENTEN TO WS-TOTAAL-CREDIT
           END-IF
           MOVE "N" TO GT-GEVONDEN-VLAG
           PERFORM VARYING GT-IX FROM 1 BY 1
                   UNTIL GT-IX > GT-GEVULD OR GT-GEVONDEN
               IF GT-REKENING(GT-IX) = WS-LEG-REKENING
                   SET GT-GEVONDEN TO TRUE
                   PERFORM TEL-HELFT-BIJ
               END-IF
           END-PERFORM
           IF NOT GT-GEVONDEN
               IF GT-GEVULD < 100
                   ADD 1 TO GT-GEVULD
                   MOVE GT-GEVULD TO GT-IX
                   MOVE WS-LEG-REKENING TO GT-REKENING(GT-IX)
                   MOVE ZEROS TO GT-AANTAL(GT-IX)
                   MOVE ZEROS TO GT-DEBET(GT-IX)
                   MOVE ZEROS TO GT-CREDIT(GT-IX)
                   PERFORM TEL-HELFT-BIJ
               ELSE
                   MOVE "MEER DAN 100 GROOTBOEKREKENINGEN"
                        TO WS-FOUT-REDEN
                   MOVE WS-LEG-BRON TO WS-FOUT-BRON
                   MOVE WS-LEG-REFERENTIE TO WS-FOUT-REF
                   PERFORM MELD-FOUT
               END-IF
           END-IF.

       TEL-HELFT-BIJ.
           ADD 1 TO GT-AANTAL(GT-IX)
           IF WS-LEG-DC = "D"
               ADD WS-CENTEN TO GT-DEBET(GT-IX)
           ELSE
               ADD WS-CENTEN TO GT-CREDIT(GT-IX)
           END-IF.

       MELD-ONTBREKENDE-CODE.
           IF FASE-CONTROLE
               MOVE "N" TO OC-GEVONDEN-VLAG
               PERFORM VARYING OC-IX FROM 1 BY 1
                       UNTIL OC-IX > OC-GEVULD OR OC-GEVONDEN
                   IF OC-CODE(OC-IX) = WS-LEG-CODE
                       SET OC-GEVONDEN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT OC-GEVONDEN AND OC-GEVULD < 20
                   ADD 1 TO OC-GEVULD
                   MOVE WS-LEG-CODE TO OC-CODE(OC-GEVULD)
               END-IF
           END-IF.

      * HET EXPORTBESTAND WORDT BIJ ELKE (HER)START VOLLEDIG
      * OPNIEUW GESCHREVEN: JOURNAALREGELS, CONTROLETOTAAL PER
      * GROOTBOEKREKENING EN EEN EINDREGEL.
       SCHRIJF-EXPORT.
           OPEN OUTPUT EXPORT
           IF NOT WS-EXPORT-OK
               SET WS-OPENFOUT TO TRUE
           ELSE
               SET FASE-SCHRIJVEN TO TRUE
               MOVE ZEROS TO WS-REGEL-AANTAL
               PERFORM VERWERK-DAG
               PERFORM VARYING GT-IX FROM 1 BY 1
                       UNTIL GT-IX > GT-GEVULD
                   MOVE SPACES TO TOTAALREGEL
                   MOVE "T" TO T-TYPE
                   MOVE WS-VANDAAG TO T-DATUM
                   MOVE GT-REKENING(GT-IX) TO T-REKENING
                   MOVE GT-AANTAL(GT-IX) TO T-AANTAL
                   DIVIDE GT-DEBET(GT-IX) BY 100
                          GIVING T-DEBET-GEHEEL
                          REMAINDER T-DEBET-DECIMAAL
                   DIVIDE GT-CREDIT(GT-IX) BY 100
                          GIVING T-CREDIT-GEHEEL
                          REMAINDER T-CREDIT-DECIMAAL
                   WRITE EXPORTREGEL
               END-PERFORM
               MOVE SPACES TO EINDREGEL
               MOVE "E" TO E-TYPE
               MOVE WS-VANDAAG TO E-DATUM
               MOVE WS-REGEL-AANTAL TO E-AANTAL
               DIVIDE WS-TOTAAL-DEBET BY 100
                      GIVING E-DEBET-GEHEEL
                      REMAINDER E-DEBET-DECIMAAL
               DIVIDE WS-TOTAAL-CREDIT BY 100
                      GIVING E-CREDIT-GEHEEL
                      REMAINDER E-CREDIT-DECIMAAL
               WRITE EXPORTREGEL
               CLOSE EXPORT
           END-IF.

      * SOM VAN ALLE SALDI BEHALVE DE TUSSENREKENINGEN, TEGENOVER
      * TE STELLEN AAN DE KLANTENTEGOEDEN IN HET GROOTBOEK. EEN
      * SALDO ZONDER GELDIG TEKEN TELT ALS POSITIEF, NET ALS IN DE
      * SALDOCONTROLE.
       BEREKEN-SALDOSOM.
           MOVE ZEROS TO WS-SALDOSOM
           MOVE "N" TO GEDAAN
           OPEN INPUT SALDI
           PERFORM LEES-SALDO UNTIL STOPLEZEN
           CLOSE SALDI.

       LEES-SALDO.
           READ SALDI NEXT RECORD AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               IF SALDO-NR NOT = WS-CLEARINGREK
                       AND SALDO-NR NOT = WS-LENINGREK
                       AND SALDO-NR NOT = WS-NETWERKREK
                       AND SALDO-BEDRAG IS NUMERIC
                   COMPUTE WS-SALDO-CENTEN =
                           SALDO-GEHEEL * 100 + SALDO-DECIMAAL
                   IF SALDO-NEGATIEF
                       SUBTRACT WS-SALDO-CENTEN FROM WS-SALDOSOM
                   ELSE
                       ADD WS-SALDO-CENTEN TO WS-SALDOSOM
                   END-IF
               END-IF
           END-IF.

      * TELT DE DAGTOTALEN BIJ IN GROOTBOEKSALDI, TENZIJ DE DAG AL
      * GEBOEKT WERD (HERSTART). HET RECORD MET REKENING 0 BEVAT
      * DE LAATST GEBOEKTE DAG; ONTBREEKT HET, DAN IS DIT DE
      * EERSTE RUN EN KRIJGT DE EERSTE TEGOEDREKENING HET SALDO
      * VAN VOOR VANDAAG ALS BEGINBALANS.
       BOEK-GROOTBOEKSALDI.
           OPEN I-O GROOTBOEKSALDI
           MOVE ZEROS TO GBS-REKENING
           READ GROOTBOEKSALDI
               INVALID KEY SET EERSTE-RUN TO TRUE
           END-READ
           IF NOT EERSTE-RUN AND GBS-DATUM NOT < WS-VANDAAG
               SET AL-GEBOEKT TO TRUE
           ELSE
               IF EERSTE-RUN AND KT-GEVULD > 0
                   PERFORM BEREKEN-BEGINBALANS
               END-IF
               PERFORM VARYING GT-IX FROM 1 BY 1
                       UNTIL GT-IX > GT-GEVULD
                   PERFORM BOEK-EEN-GROOTBOEKSALDO
               END-PERFORM
               IF BEGINBALANS-OPEN
                   MOVE KT-REKENING(1) TO GBS-REKENING
                   PERFORM LEES-GROOTBOEKSALDO
                   IF NOT GBS-AL-VANDAAG
                       ADD WS-BEGINBALANS-CENTEN TO WS-BEGIN-CENTEN
                       PERFORM SCHRIJF-GROOTBOEKSALDO
                   END-IF
               END-IF
               MOVE ZEROS TO GROOTBOEKSALDOREC
               SET GBS-BEGIN-DEBET TO TRUE
               MOVE WS-VANDAAG-MAAND TO GBS-MAAND
               MOVE WS-VANDAAG TO GBS-DATUM
               WRITE GROOTBOEKSALDOREC
                   INVALID KEY REWRITE GROOTBOEKSALDOREC
               END-WRITE
           END-IF
           CLOSE GROOTBOEKSALDI.

      * EEN REKENING DIE AL DE DATUM VAN VANDAAG DRAAGT, WERD BIJ
      * EEN ONDERBROKEN RUN AL BIJGEWERKT (MET DE BEGINBALANS ALS
      * HET DE REKENING VAN SOORT1 IS) EN TELT NIET OPNIEUW.
       BOEK-EEN-GROOTBOEKSALDO.
           MOVE GT-REKENING(GT-IX) TO GBS-REKENING
           PERFORM LEES-GROOTBOEKSALDO
           IF NOT GBS-AL-VANDAAG
               ADD GT-DEBET(GT-IX) TO WS-DEBET-CENTEN
               ADD GT-CREDIT(GT-IX) TO WS-CREDIT-CENTEN
               IF BEGINBALANS-OPEN
                       AND GT-REKENING(GT-IX) = KT-REKENING(1)
                   ADD WS-BEGINBALANS-CENTEN TO WS-BEGIN-CENTEN
               END-IF
               PERFORM SCHRIJF-GROOTBOEKSALDO
           END-IF
           IF BEGINBALANS-OPEN
                   AND GT-REKENING(GT-IX) = KT-REKENING(1)
               MOVE "N" TO WS-BEGINBALANS-VLAG
           END-IF.

      * BEGINBALANS = - SOM VAN DE SALDI - NETTO DAGBEWEGING OP DE
      * TEGOEDREKENINGEN (DEBET POSITIEF), ZODAT HET GROOTBOEK NA
      * DEZE DAG AANSLUIT OP DE SALDI. ZE WORDT HIER ENKEL
      * BEREKEND; DE REKENING VAN SOORT1 KRIJGT ZE BIJ HET
      * WEGSCHRIJVEN VAN HAAR DAGTOTALEN.
       BEREKEN-BEGINBALANS.
           MOVE ZEROS TO WS-DAGNETTO-CENTEN
           PERFORM VARYING GT-IX FROM 1 BY 1
                   UNTIL GT-IX > GT-GEVULD
               MOVE "N" TO KT-GEVONDEN-VLAG
               PERFORM VARYING KT-IX FROM 1 BY 1
                       UNTIL KT-IX > KT-GEVULD OR KT-GEVONDEN
                   IF KT-REKENING(KT-IX) = GT-REKENING(GT-IX)
                       SET KT-GEVONDEN TO TRUE
                   END-IF
               END-PERFORM
               IF KT-GEVONDEN
                   COMPUTE WS-DAGNETTO-CENTEN = WS-DAGNETTO-CENTEN
                           + GT-DEBET(GT-IX) - GT-CREDIT(GT-IX)
               END-IF
           END-PERFORM
           COMPUTE WS-BEGINBALANS-CENTEN =
                   0 - WS-SALDOSOM - WS-DAGNETTO-CENTEN
           SET BEGINBALANS-OPEN TO TRUE.

      * LEEST EEN GROOTBOEKSALDO IN DE WERKVELDEN (IN CENTEN); EEN
      * NIEUWE REKENING START OP NUL, EEN REKENING UIT EEN VORIGE
      * MAAND WORDT EERST DOORGESCHOVEN (EINDSALDO WORDT BEGIN).
       LEES-GROOTBOEKSALDO.
           MOVE "N" TO WS-GBS-VANDAAG-VLAG
           MOVE ZEROS TO WS-BEGIN-CENTEN
           MOVE ZEROS TO WS-DEBET-CENTEN
           MOVE ZEROS TO WS-CREDIT-CENTEN
           READ GROOTBOEKSALDI
               INVALID KEY MOVE WS-VANDAAG-MAAND TO GBS-MAAND
               NOT INVALID KEY PERFORM NEEM-GROOTBOEKSALDO
           END-READ.

       NEEM-GROOTBOEKSALDO.
           IF GBS-DATUM = WS-VANDAAG
               SET GBS-AL-VANDAAG TO TRUE
           END-IF
           COMPUTE WS-BEGIN-CENTEN =
                   GBS-BEGIN-GEHEEL * 100 + GBS-BEGIN-DECIMAAL
           IF GBS-BEGIN-CREDIT
               COMPUTE WS-BEGIN-CENTEN = 0 - WS-BEGIN-CENTEN
           END-IF
           COMPUTE WS-DEBET-CENTEN =
                   GBS-DEBET-GEHEEL * 100 + GBS-DEBET-DECIMAAL
           COMPUTE WS-CREDIT-CENTEN =
                   GBS-CREDIT-GEHEEL * 100 + GBS-CREDIT-DECIMAAL
           IF GBS-MAAND NOT = WS-VANDAAG-MAAND
               COMPUTE WS-BEGIN-CENTEN = WS-BEGIN-CENTEN
                       + WS-DEBET-CENTEN - WS-CREDIT-CENTEN
               MOVE ZEROS TO WS-DEBET-CENTEN
               MOVE ZEROS TO WS-CREDIT-CENTEN
               MOVE WS-VANDAAG-MAAND TO GBS-MAAND
           END-IF.

       SCHRIJF-GROOTBOEKSALDO.
           IF WS-BEGIN-CENTEN < 0
               SET GBS-BEGIN-CREDIT TO TRUE
               COMPUTE WS-EINDE-CENTEN = 0 - WS-BEGIN-CENTEN
           ELSE
               SET GBS-BEGIN-DEBET TO TRUE
               MOVE WS-BEGIN-CENTEN TO WS-EINDE-CENTEN
           END-IF
           DIVIDE WS-EINDE-CENTEN BY 100 GIVING GBS-BEGIN-GEHEEL
                  REMAINDER GBS-BEGIN-DECIMAAL
           DIVIDE WS-DEBET-CENTEN BY 100 GIVING GBS-DEBET-GEHEEL
                  REMAINDER GBS-DEBET-DECIMAAL
           DIVIDE WS-CREDIT-CENTEN BY 100 GIVING GBS-CREDIT-GEHEEL
                  REMAINDER GBS-CREDIT-DECIMAAL
           MOVE WS-VANDAAG TO GBS-DATUM
           WRITE GROOTBOEKSALDOREC
               INVALID KEY REWRITE GROOTBOEKSALDOREC
           END-WRITE.

       SCHRIJF-CONTROLERAPPORT.
           MOVE SPACES TO RAPPORTLIJN
           STRING "GROOTBOEKINTERFACE - CONTROLE " WS-VANDAAG
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTLIJN
           STRING "BANKVERRICHTINGEN GELEZEN:  " WS-BANK-AANTAL
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTLIJN
           STRING "STOCKBOEKINGEN GELEZEN:     " WS-STOCK-AANTAL
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTLIJN
           STRING "BOEKSTUKKEN:                " WS-BOEKSTUK
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTLIJN
           STRING "STOCK ZONDER AANKOOPPRIJS:  " WS-NIET-GEWAARDEERD
                  DELIMITED BY SIZE INTO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE "REKNR  | REGELS |         DEBET |        CREDIT"
                TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           PERFORM VARYING GT-IX FROM 1 BY 1
                   UNTIL GT-IX > GT-GEVULD
               MOVE GT-REKENING(GT-IX) TO RR-REKENING
               MOVE GT-AANTAL(GT-IX) TO RR-AANTAL
               MOVE GT-DEBET(GT-IX) TO RR-DEBET
               MOVE GT-CREDIT(GT-IX) TO RR-CREDIT
               MOVE REKENINGREGEL TO RAPPORTLIJN
               WRITE RAPPORTLIJN
           END-PERFORM
           MOVE SPACES TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE "TOTAAL DEBET" TO R-OMSCHRIJVING
           MOVE WS-TOTAAL-DEBET TO R-BEDRAG
           PERFORM SCHRIJF-RAPPORTREGEL
           MOVE "TOTAAL CREDIT" TO R-OMSCHRIJVING
           MOVE WS-TOTAAL-CREDIT TO R-BEDRAG
           PERFORM SCHRIJF-RAPPORTREGEL
           MOVE SPACES TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           PERFORM VARYING OC-IX FROM 1 BY 1
                   UNTIL OC-IX > OC-GEVULD
               MOVE SPACES TO RAPPORTLIJN
               STRING "CODE ONTBREEKT IN GROOTBOEKSCHEMA: "
                      OC-CODE(OC-IX)
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
           END-PERFORM
           PERFORM VARYING FB-IX FROM 1 BY 1
                   UNTIL FB-IX > FB-GEVULD
               MOVE SPACES TO RAPPORTLIJN
               STRING "ONBRUIKBARE BOEKING " FB-BRON(FB-IX) " "
                      FB-REF(FB-IX) ": " FB-REDEN(FB-IX)
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
           END-PERFORM
           IF WS-FOUT-AANTAL > FB-GEVULD
               MOVE SPACES TO RAPPORTLIJN
               STRING "... IN TOTAAL " WS-FOUT-AANTAL
                      " ONBRUIKBARE BOEKINGEN"
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
           END-IF
           MOVE SPACES TO RAPPORTLIJN
           IF WS-FOUT-AANTAL > 0 OR OC-GEVULD > 0
                   OR WS-TOTAAL-DEBET NOT = WS-TOTAAL-CREDIT
               MOVE "STATUS: GEWEIGERD - GEEN EXPORTBESTAND"
                    TO RAPPORTLIJN
           ELSE IF AL-GEBOEKT
               STRING "STATUS: AANVAARD (HERNEMING, SALDI AL "
                      "GEBOEKT) - " WS-EXPORTNAAM
                      DELIMITED BY SIZE INTO RAPPORTLIJN
           ELSE
               STRING "STATUS: AANVAARD - " WS-EXPORTNAAM
                      DELIMITED BY SIZE INTO RAPPORTLIJN
           END-IF
           END-IF
           WRITE RAPPORTLIJN
           CLOSE RAPPORT.

       SCHRIJF-RAPPORTREGEL.
           MOVE RAPPORTREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTREGEL.

      * MAANDOVERZICHT: PER GROOTBOEKREKENING BEGINSALDO,
      * BEWEGINGEN EN EINDSALDO VAN DE LOPENDE MAAND (DEBET
      * POSITIEF), GEVOLGD DOOR DE AANSLUITING VAN DE
      * KLANTENTEGOEDEN OP DE SALDI.
       SCHRIJF-MAANDOVERZICHT.
           OPEN OUTPUT MAANDRAPPORT
           MOVE SPACES TO MAANDLIJN
           STRING "GROOTBOEK - MAANDOVERZICHT " WS-VANDAAG-MAAND
                  " (TOT EN MET " WS-VANDAAG ")"
                  DELIMITED BY SIZE INTO MAANDLIJN
           WRITE MAANDLIJN
           MOVE SPACES TO MAANDLIJN
           WRITE MAANDLIJN
           MOVE SPACES TO MAANDLIJN
           STRING "REKNR  |     BEGINSALDO |          DEBET |"
                  "         CREDIT |      EINDSALDO"
                  DELIMITED BY SIZE INTO MAANDLIJN
           WRITE MAANDLIJN
           MOVE ZEROS TO WS-TEGOED-CENTEN
           MOVE "N" TO GEDAAN
           OPEN INPUT GROOTBOEKSALDI
           MOVE 1 TO GBS-REKENING
           START GROOTBOEKSALDI KEY IS NOT LESS THAN GBS-REKENING
               INVALID KEY MOVE "J" TO GEDAAN
           END-START
           PERFORM LEES-MAANDSALDO UNTIL STOPLEZEN
           CLOSE GROOTBOEKSALDI
           MOVE SPACES TO MAANDLIJN
           WRITE MAANDLIJN
           MOVE SPACES TO RAPPORTREGEL
           MOVE "KLANTENTEGOEDEN VOLGENS GROOTBOEK" TO R-OMSCHRIJVING
           MOVE WS-TEGOED-CENTEN TO R-BEDRAG
           PERFORM SCHRIJF-MAANDREGEL
           MOVE "SOM VAN DE SALDI (ZONDER TUSSENREK.)"
                TO R-OMSCHRIJVING
           MOVE WS-SALDOSOM TO R-BEDRAG
           PERFORM SCHRIJF-MAANDREGEL
           COMPUTE WS-VERSCHIL-CENTEN = WS-SALDOSOM - WS-TEGOED-CENTEN
           MOVE "VERSCHIL" TO R-OMSCHRIJVING
           MOVE WS-VERSCHIL-CENTEN TO R-BEDRAG
           PERFORM SCHRIJF-MAANDREGEL
           MOVE SPACES TO MAANDLIJN
           WRITE MAANDLIJN
           IF WS-VERSCHIL-CENTEN = 0
               MOVE "STATUS: AANGESLOTEN" TO MAANDLIJN
           ELSE
               MOVE "STATUS: VERSCHIL - MANUEEL NAKIJKEN"
                    TO MAANDLIJN
           END-IF
           WRITE MAANDLIJN
           CLOSE MAANDRAPPORT.

       LEES-MAANDSALDO.
           READ GROOTBOEKSALDI NEXT RECORD
               AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               PERFORM NEEM-GROOTBOEKSALDO
               COMPUTE WS-EINDE-CENTEN = WS-BEGIN-CENTEN
                       + WS-DEBET-CENTEN - WS-CREDIT-CENTEN
               MOVE GBS-REKENING TO MR-REKENING
               MOVE WS-BEGIN-CENTEN TO MR-BEGIN
               MOVE WS-DEBET-CENTEN TO MR-DEBET
               MOVE WS-CREDIT-CENTEN TO MR-CREDIT
               MOVE WS-EINDE-CENTEN TO MR-EINDE
               MOVE MAANDREGEL TO MAANDLIJN
               WRITE MAANDLIJN
               MOVE "N" TO KT-GEVONDEN-VLAG
               PERFORM VARYING KT-IX FROM 1 BY 1
                       UNTIL KT-IX > KT-GEVULD OR KT-GEVONDEN
                   IF KT-REKENING(KT-IX) = GBS-REKENING
                       SET KT-GEVONDEN TO TRUE
                   END-IF
               END-PERFORM
      * DE TEGOEDEN STAAN CREDIT: HET GROOTBOEKSALDO MET
      * OMGEKEERD TEKEN IS WAT DE BANK DE KLANTEN VERSCHULDIGD IS.
               IF KT-GEVONDEN
                   SUBTRACT WS-EINDE-CENTEN FROM WS-TEGOED-CENTEN
               END-IF
           END-IF.

       SCHRIJF-MAANDREGEL.
           MOVE RAPPORTREGEL TO MAANDLIJN
           WRITE MAANDLIJN
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
