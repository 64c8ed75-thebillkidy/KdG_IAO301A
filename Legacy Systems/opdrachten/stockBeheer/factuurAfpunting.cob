      ************************************************************
      * FACTUURAFPUNTING
      *
      * NACHTELIJKE BATCHJOB: PUNT DE BETALINGEN VAN DE KLANTEN AF
      * OP DE OPENSTAANDE VERKOOPFACTUREN (ZIE FACTURATIE). ALLE
      * OVERSCHRIJVINGEN (SOORT 1) VAN DE DAG IN
      * "BESTANDEN/DAGVERRICHTINGEN" NAAR DE EIGEN
      * BEDRIJFSREKENING (PARAMETER FIRMAREK, BIJ DE EIGEN BANK)
      * WORDEN BEKEKEN. STAAT ER IN DE MEDEDELING EEN
      * GESTRUCTUREERDE MEDEDELING +++XXX/XXXX/XXXXX+++ (OF
      * ***XXX/XXXX/XXXXX***) MET EEN GELDIG CONTROLEGETAL DIE BIJ
      * EEN FACTUUR IN "BESTANDEN/OPENPOSTEN" HOORT, DAN WORDT HET
      * BEDRAG OP DIE FACTUUR GEBOEKT: BETAALD, DEELS BETAALD OF
      * TEVEEL BETAALD. DE AFGEPUNTE BETALINGEN STAAN IN
      * "BESTANDEN/FACTUURAFPUNTING.JJJJMMDD"; DE ONTVANGSTEN DIE
      * NIET AAN EEN FACTUUR TE KOPPELEN ZIJN KOMEN MET DE REDEN
      * IN "BESTANDEN/ONBEKENDEONTVANGSTEN.JJJJMMDD" VOOR DE
      * BOEKHOUDER.
      *
      * ELKE BEKEKEN ONTVANGST KOMT IN HET REGISTER
      * "BESTANDEN/ONTVANGSTEN", GESLEUTELD OP BEDRIJFSDATUM +
      * REGELNUMMER IN DAGVERRICHTINGEN. EEN ONTVANGST DIE AL IN
      * HET REGISTER STAAT WERD AL VERWERKT EN WORDT OVERGESLAGEN,
      * ZODAT DE JOB HERSTARTBAAR IS.
      *
      * DAARNA VOLGT UIT DEZELFDE OPENSTAANDE POSTEN DE
      * OUDERDOMSBALANS "BESTANDEN/OUDERDOMSBALANS.JJJJMMDD": ALLE
      * OPEN EN DEELS BETAALDE FACTUREN MET HUN OPENSTAAND BEDRAG
      * PER OUDERDOM SINDS DE FACTUURDATUM (0-30, 31-60 EN MEER
      * DAN 60 DAGEN) EN DE TOTALEN PER KLASSE. TEVEEL BETAALDE
      * FACTUREN STAAN APART ALS TEGOED VAN DE KLANT.
      *
      * DEZELFDE JOB PUNT OOK DE BETALINGEN AAN DE LEVERANCIERS
      * AF: EEN OVERSCHRIJVING VAN DE BEDRIJFSREKENING WAARVAN DE
      * MEDEDELING BEGINT MET "LEVFACT " EN EEN INTERN
      * FACTUURNUMMER (ZO GESCHREVEN DOOR DE BETAALRUN VAN
      * AANKOOPFACTUREN) ZET DIE AANKOOPFACTUUR, ALS ZE IN EEN
      * BETAALRUN ZAT, OP BETAALD MET HET VOLGNUMMER VAN DE
      * OVERSCHRIJVING. EEN FACTUUR DIE AL BETAALD IS BLIJFT
      * ONGEMOEID, ZODAT OOK DIT DEEL HERSTARTBAAR IS.
      *
      * ZOLANG FIRMAREK NIET INGESTELD IS (0) WORDT ER NIETS
      * AFGEPUNT; DE OUDERDOMSBALANS WORDT WEL GEMAAKT.
      *
      * DRAAIT IN DE NACHTVERWERKING VOOR DE DAGAFSLUITING, DIE
      * DAGVERRICHTINGEN LEEGMAAKT.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTUURAFPUNTING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VERRICHTINGEN
                  ASSIGN TO "BESTANDEN/DAGVERRICHTINGEN".
           SELECT OPTIONAL OPENPOSTEN
                  ASSIGN TO "BESTANDEN/OPENPOSTEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PST-FACTUURNR.
           SELECT OPTIONAL ONTVANGSTEN
                  ASSIGN TO "BESTANDEN/ONTVANGSTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS ONT-SLEUTEL.
           SELECT OPTIONAL AANKOOPFACTUREN
                  ASSIGN TO "BESTANDEN/AANKOOPFACTUREN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS AF-NR.
           SELECT OPTIONAL RAPPORT
                  ASSIGN TO DYNAMIC WS-RAPPORTNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT OPTIONAL ONBEKEND
                  ASSIGN TO DYNAMIC WS-ONBEKENDNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ONBEKEND-STATUS.
           SELECT OPTIONAL OUDERDOM
                  ASSIGN TO DYNAMIC WS-OUDERDOMNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OUDERDOM-STATUS.
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

      * REGISTER VAN DE BEKEKEN ONTVANGSTEN OP DE BEDRIJFSREKENING.
      * STATUS: A = AFGEPUNT OP ONT-FACTUURNR, O = ONBEKEND.
       FD  ONTVANGSTEN BLOCK CONTAINS 10 RECORDS.
       01  ONTVANGSTREC.
           02 ONT-SLEUTEL.
               03 ONT-DATUM   PIC 9(8).
               03 ONT-REGELNR PIC 9(6).
           02 ONT-VOLGNR     PIC 9(6).
           02 ONT-VAN        PIC 9(12).
           02 ONT-BEDRAG.
               03 ONT-GEHEEL   PIC 9(7).
               03 ONT-DECIMAAL PIC 9(2).
           02 ONT-FACTUURNR  PIC 9(6).
           02 ONT-STATUS PIC X.
               88 ONT-AFGEPUNT VALUE "A".
               88 ONT-ONBEKEND VALUE "O".

      * ZIE AANKOOPFACTUREN.
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

       FD  RAPPORT.
       01  RAPPORTLIJN PIC X(80).

       FD  ONBEKEND.
       01  ONBEKENDLIJN PIC X(100).

       FD  OUDERDOM.
       01  OUDERDOMLIJN PIC X(80).

       FD PARAMETERS BLOCK CONTAINS 10 RECORDS.
       01  PARAMETER.
           02 PARAM-SLEUTEL.
               03 P-NAAM         PIC X(12).
               03 P-INGANGSDATUM PIC 9(8).
           02 P-WAARDE PIC 9(9).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-RAPPORTNAAM   PIC X(44).
       77  WS-RAPPORT-STATUS PIC XX.
           88 WS-RAPPORT-OK VALUES "00" "05".
       77  WS-ONBEKENDNAAM  PIC X(44).
       77  WS-ONBEKEND-STATUS PIC XX.
           88 WS-ONBEKEND-OK VALUES "00" "05".
       77  WS-OUDERDOMNAAM  PIC X(44).
       77  WS-OUDERDOM-STATUS PIC XX.
           88 WS-OUDERDOM-OK VALUES "00" "05".
       77  WS-FOUTVLAG     PIC X VALUE "N".
           88 WS-OPENFOUT VALUE "J".
       77  WS-VANDAAG      PIC 9(8).
       77  GEDAAN          PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  POSTENGEDAAN    PIC X(1).
           88 STOPLEZENPOSTEN VALUE "J".
       77  WS-REGELNR      PIC 9(6).
       77  WS-BANKPREFIX PIC 9(3) VALUE 1.
       77  WS-FIRMAREK PIC 9(7) VALUE 0.
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
       77  WS-PARAM-GEVONDEN-VLAG PIC X.
           88 PARAM-GEVONDEN VALUE "J".
       77  WS-PARAM-GEDAAN PIC X.
           88 PARAM-KLAAR VALUE "J".
      * ZOEKEN VAN DE GESTRUCTUREERDE MEDEDELING IN DE VRIJE TEKST
       77  WS-ZOEK-IX      PIC 99.
       77  WS-GS-VLAG      PIC X.
           88 GS-GEVONDEN VALUE "J".
       77  WS-REDEN        PIC X(40).
       01  WS-GESTRUCT.
           02 WS-GS-BASIS PIC 9(10).
           02 WS-GS-CONTROLE PIC 9(2).
       01  WS-GESTRUCT-X REDEFINES WS-GESTRUCT.
           02 WS-GS-DEEL1 PIC X(3).
           02 WS-GS-DEEL2 PIC X(4).
           02 WS-GS-DEEL3 PIC X(5).
       01  WS-GS-BASIS-X REDEFINES WS-GESTRUCT.
           02 WS-GS-NULLEN   PIC 9(4).
           02 WS-GS-FACTUUR  PIC 9(6).
           02 FILLER         PIC 9(2).
       77  WS-GESTRUCT-TEKST PIC X(20).
       77  WS-CONTROLEGETAL PIC 9(2).
       77  WS-BEDRAG-CENTEN  PIC 9(9).
       77  WS-TOTAAL-CENTEN  PIC 9(9).
       77  WS-BETAALD-CENTEN PIC 9(9).
       77  WS-OPEN-CENTEN    PIC S9(9).
       77  WS-OUDERDOM       PIC S9(5).
       77  WS-AANTAL-BEKEKEN PIC 9(5) VALUE ZERO.
       77  WS-AANTAL-AFGEPUNT PIC 9(5) VALUE ZERO.
       77  WS-AFGEPUNT-CENTEN PIC 9(11) VALUE ZERO.
       77  WS-AANTAL-ONBEKEND PIC 9(5) VALUE ZERO.
       77  WS-ONBEKEND-CENTEN PIC 9(11) VALUE ZERO.
       77  WS-AANTAL-LEVBETAALD PIC 9(5) VALUE ZERO.
       77  WS-LEVBETAALD-CENTEN PIC 9(11) VALUE ZERO.
       77  WS-KLASSE1-CENTEN PIC 9(11) VALUE ZERO.
       77  WS-KLASSE2-CENTEN PIC 9(11) VALUE ZERO.
       77  WS-KLASSE3-CENTEN PIC 9(11) VALUE ZERO.
       77  WS-TEGOED-CENTEN  PIC 9(11) VALUE ZERO.
       01  AFPUNTREGEL.
           02 A-FACTUURNR  PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 A-KLANT      PIC 9(7).
           02 FILLER       PIC X VALUE SPACE.
           02 A-VOLGNR     PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 A-BEDRAG     PIC Z(6)9,99.
           02 FILLER       PIC X VALUE SPACE.
           02 A-OPEN       PIC -(6)9,99.
           02 FILLER       PIC X VALUE SPACE.
           02 A-STATUS     PIC X(14).
       01  LEVBETAALDREGEL.
           02 L-FACTUURNR  PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 L-LEV-NR     PIC X(4).
           02 FILLER       PIC X VALUE SPACE.
           02 L-VOLGNR     PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 L-BEDRAG     PIC Z(6)9,99.
           02 FILLER       PIC X VALUE SPACE.
           02 L-TEKST      PIC X(30).
       01  ONBEKENDREGEL.
           02 U-VOLGNR     PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 U-VAN        PIC 9(12).
           02 FILLER       PIC X VALUE SPACE.
           02 U-BEDRAG     PIC Z(6)9,99.
           02 FILLER       PIC X VALUE SPACE.
           02 U-REDEN      PIC X(28).
           02 FILLER       PIC X VALUE SPACE.
           02 U-MEDEDELING PIC X(40).
       01  OUDERDOMREGEL.
           02 O-FACTUURNR  PIC 9(6).
           02 FILLER       PIC X VALUE SPACE.
           02 O-KLANT      PIC 9(7).
           02 FILLER       PIC X VALUE SPACE.
           02 O-DATUM      PIC 9(8).
           02 FILLER       PIC X VALUE SPACE.
           02 O-DAGEN      PIC ZZZZ9.
           02 FILLER       PIC X VALUE SPACE.
           02 O-KLASSE1    PIC Z(6)9,99.
           02 FILLER       PIC X VALUE SPACE.
           02 O-KLASSE2    PIC Z(6)9,99.
           02 FILLER       PIC X VALUE SPACE.
           02 O-KLASSE3    PIC Z(6)9,99.
       01  OUDERDOMKOP.
           02 FILLER PIC X(24) VALUE "FACTUUR KLANT   DATUM".
           02 FILLER PIC X(7)  VALUE " DAGEN".
           02 FILLER PIC X(11) VALUE "   0-30 D.".
           02 FILLER PIC X(11) VALUE "  31-60 D.".
           02 FILLER PIC X(11) VALUE "  > 60 D.".
       01  RAPPORTREGEL.
           02 R-OMSCHRIJVING PIC X(20).
           02 R-AANTAL       PIC ZZZZ9.
           02 R-BEDRAG       PIC Z(8)9,99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           IF WS-OPENFOUT
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS-FIRMAREK = 0
                   MOVE "FIRMAREK NIET INGESTELD: NIETS AFGEPUNT."
                        TO RAPPORTLIJN
                   WRITE RAPPORTLIJN
               ELSE
                   PERFORM VERWERK-VERRICHTING UNTIL STOPLEZEN
               END-IF
               PERFORM SCHRIJF-TOTALEN
               PERFORM MAAK-OUDERDOMSBALANS
               PERFORM SLUITBESTAND
               DISPLAY "FACTUURAFPUNTING: " WS-AANTAL-AFGEPUNT
                       " AFGEPUNT, " WS-AANTAL-ONBEKEND
                       " ONBEKEND."
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALISEER.
           MOVE "N" TO GEDAAN
           PERFORM LEES-BEDRIJFSDATUM
           PERFORM LEES-PARAMETERS
           MOVE SPACES TO WS-RAPPORTNAAM
           STRING "BESTANDEN/FACTUURAFPUNTING." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-RAPPORTNAAM
           MOVE SPACES TO WS-ONBEKENDNAAM
           STRING "BESTANDEN/ONBEKENDEONTVANGSTEN." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-ONBEKENDNAAM
           MOVE SPACES TO WS-OUDERDOMNAAM
           STRING "BESTANDEN/OUDERDOMSBALANS." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-OUDERDOMNAAM
           OPEN OUTPUT RAPPORT
           IF NOT WS-RAPPORT-OK
               SET WS-OPENFOUT TO TRUE
           ELSE
               OPEN OUTPUT ONBEKEND
               IF NOT WS-ONBEKEND-OK
                   SET WS-OPENFOUT TO TRUE
                   CLOSE RAPPORT
               ELSE
                   OPEN OUTPUT OUDERDOM
                   IF NOT WS-OUDERDOM-OK
                       SET WS-OPENFOUT TO TRUE
                       CLOSE RAPPORT
                       CLOSE ONBEKEND
                   END-IF
               END-IF
           END-IF
           IF NOT WS-OPENFOUT
               MOVE SPACES TO RAPPORTLIJN
               STRING "FACTUURAFPUNTING " WS-VANDAAG
                      " BEDRIJFSREKENING " WS-FIRMAREK
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
               MOVE SPACES TO ONBEKENDLIJN
               STRING "ONBEKENDE ONTVANGSTEN " WS-VANDAAG
                      " BEDRIJFSREKENING " WS-FIRMAREK
                      DELIMITED BY SIZE INTO ONBEKENDLIJN
               WRITE ONBEKENDLIJN
               OPEN INPUT VERRICHTINGEN
               OPEN I-O OPENPOSTEN
               OPEN I-O ONTVANGSTEN
               OPEN I-O AANKOOPFACTUREN
               MOVE ZEROS TO WS-REGELNR
           END-IF.

      * HET EIGEN BANKPREFIX EN DE BEDRIJFSREKENING KOMEN UIT HET
      * PARAMETERBESTAND. FIRMAREK HEEFT GEEN STANDAARDWAARDE.
       LEES-PARAMETERS.
           OPEN INPUT PARAMETERS
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

      * ALLEEN OVERSCHRIJVINGEN NAAR DE BEDRIJFSREKENING, NIET DIE
      * VAN DE BEDRIJFSREKENING NAAR ZICHZELF. OVERSCHRIJVINGEN
      * VAN DE BEDRIJFSREKENING KUNNEN BETALINGEN VAN
      * AANKOOPFACTUREN ZIJN.
       VERWERK-VERRICHTING.
           READ VERRICHTINGEN AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               ADD 1 TO WS-REGELNR
               IF OVERSCHRIJVING
                       AND DEEL1 OF NAAR = WS-BANKPREFIX
                       AND DEEL2 OF NAAR = WS-FIRMAREK
                       AND NOT (DEEL1 OF VAN = WS-BANKPREFIX
                            AND DEEL2 OF VAN = WS-FIRMAREK)
                   PERFORM VERWERK-ONTVANGST
               ELSE IF OVERSCHRIJVING
                       AND DEEL1 OF VAN = WS-BANKPREFIX
                       AND DEEL2 OF VAN = WS-FIRMAREK
                       AND MEDEDELING(1:8) = "LEVFACT "
                       AND MEDEDELING(9:6) IS NUMERIC
                   PERFORM VERWERK-LEVERANCIERSBETALING
               END-IF
               END-IF
           END-IF.

       VERWERK-LEVERANCIERSBETALING.
           MOVE MEDEDELING(9:6) TO AF-NR
           READ AANKOOPFACTUREN
               INVALID KEY MOVE SPACES TO AF-STATUS
           END-READ
           IF AF-IN-RUN
               SET AF-BETAALD TO TRUE
               MOVE VOLGNR TO AF-VOLGNR
               MOVE WS-VANDAAG TO AF-BETAALDATUM
               REWRITE AANKOOPFACTUUR
               ADD 1 TO WS-AANTAL-LEVBETAALD
               COMPUTE WS-BEDRAG-CENTEN = GEHEEL * 100 + DECIMAAL
               ADD WS-BEDRAG-CENTEN TO WS-LEVBETAALD-CENTEN
               MOVE AF-NR TO L-FACTUURNR
               MOVE AF-LEV-NR TO L-LEV-NR
               MOVE VOLGNR TO L-VOLGNR
               MOVE WS-BEDRAG-CENTEN TO L-BEDRAG
               MOVE "AANKOOPFACTUUR BETAALD" TO L-TEKST
               MOVE LEVBETAALDREGEL TO RAPPORTLIJN
               WRITE RAPPORTLIJN
           END-IF.

       VERWERK-ONTVANGST.
           MOVE WS-VANDAAG TO ONT-DATUM
           MOVE WS-REGELNR TO ONT-REGELNR
           READ ONTVANGSTEN
               INVALID KEY PERFORM PUNT-ONTVANGST-AF
           END-READ.

       PUNT-ONTVANGST-AF.
           ADD 1 TO WS-AANTAL-BEKEKEN
           COMPUTE WS-BEDRAG-CENTEN = GEHEEL * 100 + DECIMAAL
           MOVE SPACES TO WS-REDEN
           PERFORM ZOEK-GESTRUCTUREERD
           IF NOT GS-GEVONDEN
               MOVE "GEEN GESTRUCT. MEDEDELING" TO WS-REDEN
           ELSE
               PERFORM CONTROLEER-GESTRUCTUREERD
           END-IF
           IF WS-REDEN = SPACES
               PERFORM ZOEK-FACTUUR
           END-IF
           MOVE ZEROS TO ONTVANGSTREC
           MOVE WS-VANDAAG TO ONT-DATUM
           MOVE WS-REGELNR TO ONT-REGELNR
           MOVE VOLGNR TO ONT-VOLGNR
           MOVE VAN TO ONT-VAN
           MOVE BEDRAG TO ONT-BEDRAG
           IF WS-REDEN = SPACES
               PERFORM BOEK-BETALING
               MOVE PST-FACTUURNR TO ONT-FACTUURNR
               SET ONT-AFGEPUNT TO TRUE
           ELSE
               PERFORM MELD-ONBEKEND
               SET ONT-ONBEKEND TO TRUE
           END-IF
           WRITE ONTVANGSTREC.

      * ZOEKT IN DE MEDEDELING DE VORM +++DDD/DDDD/DDDDD+++ OF
      * ***DDD/DDDD/DDDDD*** (20 TEKENS), OP EENDER WELKE PLAATS.
       ZOEK-GESTRUCTUREERD.
           MOVE "N" TO WS-GS-VLAG
           PERFORM TEST-GESTRUCTUREERD-POSITIE
               VARYING WS-ZOEK-IX FROM 1 BY 1
               UNTIL WS-ZOEK-IX > 31 OR GS-GEVONDEN.

       TEST-GESTRUCTUREERD-POSITIE.
           IF (MEDEDELING(WS-ZOEK-IX:3) = "+++"
                   AND MEDEDELING(WS-ZOEK-IX + 17:3) = "+++")
                OR (MEDEDELING(WS-ZOEK-IX:3) = "***"
                   AND MEDEDELING(WS-ZOEK-IX + 17:3) = "***")
               IF MEDEDELING(WS-ZOEK-IX + 6:1) = "/"
                       AND MEDEDELING(WS-ZOEK-IX + 11:1) = "/"
                   MOVE MEDEDELING(WS-ZOEK-IX + 3:3) TO WS-GS-DEEL1
                   MOVE MEDEDELING(WS-ZOEK-IX + 7:4) TO WS-GS-DEEL2
                   MOVE MEDEDELING(WS-ZOEK-IX + 12:5) TO WS-GS-DEEL3
                   MOVE MEDEDELING(WS-ZOEK-IX:20)
                        TO WS-GESTRUCT-TEKST
                   SET GS-GEVONDEN TO TRUE
               END-IF
           END-IF.

      * CONTROLEGETAL: REST VAN DE EERSTE TIEN CIJFERS BIJ DELING
      * DOOR 97, WAARBIJ REST 0 ALS 97 GESCHREVEN WORDT.
       CONTROLEER-GESTRUCTUREERD.
           IF WS-GESTRUCT NOT NUMERIC
               MOVE "GESTRUCT. MEDEDELING ONGELDIG" TO WS-REDEN
           ELSE
               COMPUTE WS-CONTROLEGETAL =
                       FUNCTION MOD(WS-GS-BASIS, 97)
               IF WS-CONTROLEGETAL = 0
                   MOVE 97 TO WS-CONTROLEGETAL
               END-IF
               IF WS-CONTROLEGETAL NOT = WS-GS-CONTROLE
                   MOVE "CONTROLEGETAL FOUT" TO WS-REDEN
               END-IF
           END-IF.

      * ONZE MEDEDELINGEN BEGINNEN MET VIER NULLEN, GEVOLGD DOOR
      * HET FACTUURNUMMER.
       ZOEK-FACTUUR.
           IF WS-GS-NULLEN NOT = 0
               MOVE "GEEN FACTUUR VAN ONS" TO WS-REDEN
           ELSE
               MOVE WS-GS-FACTUUR TO PST-FACTUURNR
               READ OPENPOSTEN
                   INVALID KEY MOVE "FACTUUR ONBEKEND" TO WS-REDEN
               END-READ
               IF WS-REDEN = SPACES
                       AND PST-MEDEDELING NOT = WS-GESTRUCT
                   MOVE "FACTUUR ONBEKEND" TO WS-REDEN
               END-IF
           END-IF.

       BOEK-BETALING.
           COMPUTE WS-TOTAAL-CENTEN =
                   PST-TOT-GEHEEL * 100 + PST-TOT-DECIMAAL
           COMPUTE WS-BETAALD-CENTEN =
                   PST-BET-GEHEEL * 100 + PST-BET-DECIMAAL
                 + WS-BEDRAG-CENTEN
           DIVIDE WS-BETAALD-CENTEN BY 100
               GIVING PST-BET-GEHEEL REMAINDER PST-BET-DECIMAAL
           COMPUTE WS-OPEN-CENTEN = WS-TOTAAL-CENTEN
                                  - WS-BETAALD-CENTEN
           MOVE SPACES TO A-STATUS
           IF WS-OPEN-CENTEN = 0
               SET PST-VOLDAAN TO TRUE
               MOVE "BETAALD" TO A-STATUS
           ELSE IF WS-OPEN-CENTEN > 0
               SET PST-DEELS-BETAALD TO TRUE
               MOVE "DEELS BETAALD" TO A-STATUS
           ELSE
               SET PST-TEVEEL TO TRUE
               MOVE "TEVEEL BETAALD" TO A-STATUS
           END-IF
           END-IF
           MOVE WS-VANDAAG TO PST-LAATSTE-BETALING
           REWRITE OPENPOSTREC
           ADD 1 TO WS-AANTAL-AFGEPUNT
           ADD WS-BEDRAG-CENTEN TO WS-AFGEPUNT-CENTEN
           MOVE PST-FACTUURNR TO A-FACTUURNR
           MOVE PST-KLANT TO A-KLANT
           MOVE VOLGNR TO A-VOLGNR
           MOVE WS-BEDRAG-CENTEN TO A-BEDRAG
           MOVE WS-OPEN-CENTEN TO A-OPEN
           MOVE AFPUNTREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

       MELD-ONBEKEND.
           ADD 1 TO WS-AANTAL-ONBEKEND
           ADD WS-BEDRAG-CENTEN TO WS-ONBEKEND-CENTEN
           MOVE VOLGNR TO U-VOLGNR
           MOVE VAN TO U-VAN
           MOVE WS-BEDRAG-CENTEN TO U-BEDRAG
           MOVE WS-REDEN TO U-REDEN
           MOVE MEDEDELING TO U-MEDEDELING
           MOVE ONBEKENDREGEL TO ONBEKENDLIJN
           WRITE ONBEKENDLIJN.

       SCHRIJF-TOTALEN.
           MOVE SPACES TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE "AFGEPUNT" TO R-OMSCHRIJVING
           MOVE WS-AANTAL-AFGEPUNT TO R-AANTAL
           MOVE WS-AFGEPUNT-CENTEN TO R-BEDRAG
           MOVE RAPPORTREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE "ONBEKEND" TO R-OMSCHRIJVING
           MOVE WS-AANTAL-ONBEKEND TO R-AANTAL
           MOVE WS-ONBEKEND-CENTEN TO R-BEDRAG
           MOVE RAPPORTREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE "LEVERANCIERS BETAALD" TO R-OMSCHRIJVING
           MOVE WS-AANTAL-LEVBETAALD TO R-AANTAL
           MOVE WS-LEVBETAALD-CENTEN TO R-BEDRAG
           MOVE RAPPORTREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO ONBEKENDLIJN
           WRITE ONBEKENDLIJN
           MOVE "TOTAAL ONBEKEND" TO R-OMSCHRIJVING
           MOVE WS-AANTAL-ONBEKEND TO R-AANTAL
           MOVE WS-ONBEKEND-CENTEN TO R-BEDRAG
           MOVE RAPPORTREGEL TO ONBEKENDLIJN
           WRITE ONBEKENDLIJN.

      * OUDERDOM = AANTAL DAGEN TUSSEN FACTUURDATUM EN VANDAAG.
       MAAK-OUDERDOMSBALANS.
           MOVE SPACES TO OUDERDOMLIJN
           STRING "OUDERDOMSBALANS KLANTEN " WS-VANDAAG
                  DELIMITED BY SIZE INTO OUDERDOMLIJN
           WRITE OUDERDOMLIJN
           MOVE OUDERDOMKOP TO OUDERDOMLIJN
           WRITE OUDERDOMLIJN
           MOVE "N" TO POSTENGEDAAN
           MOVE ZEROS TO PST-FACTUURNR
           START OPENPOSTEN KEY IS NOT LESS THAN PST-FACTUURNR
               INVALID KEY MOVE "J" TO POSTENGEDAAN
           END-START
           PERFORM VERWERK-OPENPOST UNTIL STOPLEZENPOSTEN
           MOVE SPACES TO OUDERDOMLIJN
           WRITE OUDERDOMLIJN
           MOVE "0-30 DAGEN" TO R-OMSCHRIJVING
           MOVE ZEROS TO R-AANTAL
           MOVE WS-KLASSE1-CENTEN TO R-BEDRAG
           MOVE RAPPORTREGEL TO OUDERDOMLIJN
           WRITE OUDERDOMLIJN
           MOVE "31-60 DAGEN" TO R-OMSCHRIJVING
           MOVE WS-KLASSE2-CENTEN TO R-BEDRAG
           MOVE RAPPORTREGEL TO OUDERDOMLIJN
           WRITE OUDERDOMLIJN
           MOVE "MEER DAN 60 DAGEN" TO R-OMSCHRIJVING
           MOVE WS-KLASSE3-CENTEN TO R-BEDRAG
           MOVE RAPPORTREGEL TO OUDERDOMLIJN
           WRITE OUDERDOMLIJN
           MOVE "TEGOED KLANTEN" TO R-OMSCHRIJVING
           MOVE WS-TEGOED-CENTEN TO R-BEDRAG
           MOVE RAPPORTREGEL TO OUDERDOMLIJN
           WRITE OUDERDOMLIJN.

       VERWERK-OPENPOST.
           READ OPENPOSTEN NEXT RECORD
               AT END MOVE "J" TO POSTENGEDAAN
           END-READ
           IF NOT STOPLEZENPOSTEN
               IF PST-OPEN OR PST-DEELS-BETAALD
                   PERFORM SCHRIJF-OUDERDOMREGEL
               ELSE IF PST-TEVEEL
                   PERFORM SCHRIJF-TEGOEDREGEL
               END-IF
               END-IF
           END-IF.

       SCHRIJF-OUDERDOMREGEL.
           COMPUTE WS-OPEN-CENTEN =
                   PST-TOT-GEHEEL * 100 + PST-TOT-DECIMAAL
                 - PST-BET-GEHEEL * 100 - PST-BET-DECIMAAL
           COMPUTE WS-OUDERDOM =
                   FUNCTION INTEGER-OF-DATE(WS-VANDAAG)
                 - FUNCTION INTEGER-OF-DATE(PST-DATUM)
           MOVE SPACES TO OUDERDOMREGEL
           MOVE PST-FACTUURNR TO O-FACTUURNR
           MOVE PST-KLANT TO O-KLANT
           MOVE PST-DATUM TO O-DATUM
           MOVE WS-OUDERDOM TO O-DAGEN
           IF WS-OUDERDOM <= 30
               MOVE WS-OPEN-CENTEN TO O-KLASSE1
               ADD WS-OPEN-CENTEN TO WS-KLASSE1-CENTEN
           ELSE IF WS-OUDERDOM <= 60
               MOVE WS-OPEN-CENTEN TO O-KLASSE2
               ADD WS-OPEN-CENTEN TO WS-KLASSE2-CENTEN
           ELSE
               MOVE WS-OPEN-CENTEN TO O-KLASSE3
               ADD WS-OPEN-CENTEN TO WS-KLASSE3-CENTEN
           END-IF
           END-IF
           MOVE OUDERDOMREGEL TO OUDERDOMLIJN
           WRITE OUDERDOMLIJN.

       SCHRIJF-TEGOEDREGEL.
           COMPUTE WS-OPEN-CENTEN =
                   PST-BET-GEHEEL * 100 + PST-BET-DECIMAAL
                 - PST-TOT-GEHEEL * 100 - PST-TOT-DECIMAAL
           ADD WS-OPEN-CENTEN TO WS-TEGOED-CENTEN
           MOVE WS-OPEN-CENTEN TO A-BEDRAG
           MOVE SPACES TO OUDERDOMLIJN
           STRING PST-FACTUURNR " " PST-KLANT " " PST-DATUM
                  " TEGOED (TEVEEL BETAALD) " A-BEDRAG
                  DELIMITED BY SIZE INTO OUDERDOMLIJN
           WRITE OUDERDOMLIJN.

       SLUITBESTAND.
           CLOSE VERRICHTINGEN
           CLOSE OPENPOSTEN
           CLOSE ONTVANGSTEN
           CLOSE AANKOOPFACTUREN
           CLOSE RAPPORT
           CLOSE ONBEKEND
           CLOSE OUDERDOM.

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
