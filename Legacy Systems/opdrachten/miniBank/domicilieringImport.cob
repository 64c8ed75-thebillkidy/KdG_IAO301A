      ************************************************************
      * DOMICILIERINGIMPORT
      *
      * NACHTELIJKE BATCHJOB: LEEST HET BESTAND MET DE
      * INVORDERINGEN VAN DE SCHULDEISERS
      * "BESTANDEN/DOMICILIERINGIN.JJJJMMDD" EN BOEKT ELKE
      * INVORDERING DIE DOOR EEN MANDAAT GEDEKT IS ALS
      * OVERSCHRIJVING (SOORT 1) VAN DE REKENING VAN DE SCHULDENAAR
      * NAAR DE REKENING VAN DE SCHULDEISER. EEN SCHULDEISER BIJ
      * EEN ANDERE BANK WORDT, NET ALS IN VERRICHTING, VIA DE
      * CLEARING-TUSSENREKENING (PARAMETER CLEARINGREK) BETAALD EN
      * GAAT MEE IN DE CLEARINGEXPORT VAN DE NACHT.
      *
      * HET BESTAND HEEFT EEN KOPREGEL PER SCHULDEISER:
      *   KOPREGEL:    "H" + REKENING SCHULDEISER(12)
      *                + SCHULDEISER-ID(10) + AANTAL(5)
      *                + TOTAAL(9+2, IN EURO EN CENT)
      *   DETAILREGEL: "D" + REKENING SCHULDENAAR(12)
      *                + MANDAATREFERENTIE(15) + BEDRAG(7+2)
      *                + MEDEDELING(40)
      *
      * EEN INVORDERING WORDT ALLEEN GEBOEKT ALS ER VOOR DEZE
      * REKENING, SCHULDEISER EN REFERENTIE EEN ACTIEF MANDAAT IN
      * "BESTANDEN/MANDATEN" STAAT (ONDERHOUD VIA KLANTENBEHEER),
      * HET BEDRAG BINNEN HET MAXIMUM VAN HET MANDAAT VALT, DE
      * REKENING NIET GEBLOKKEERD IS VOOR DEBET EN HET BEDRAG
      * BINNEN SALDO PLUS KREDIETLIMIET VALT. ANDERS GAAT ZE MET
      * EEN REDENCODE TERUG NAAR DE SCHULDEISER IN
      * "BESTANDEN/DOMICILIERINGRETOUR.JJJJMMDD": PER SCHULDEISER
      * EEN KOPREGEL "H" (REKENING + ID), DE GEWEIGERDE REGELS
      * "R" EN EEN SLUITREGEL "T" MET AANTAL EN TOTAAL.
      * REDENCODES:
      *   01 GEEN (ACTIEF) MANDAAT      04 REKENING GEBLOKKEERD
      *   02 BEDRAG BOVEN MAXIMUM       05 REKENING ONBEKEND OF
      *   03 ONVOLDOENDE DEKKING           GESLOTEN
      *   06 ONGELDIG REKENINGNUMMER (CONTROLEGETAL, ANDERE BANK)
      * REGELS ZONDER GELDIGE KOPREGEL OF ZONDER LEESBAAR BEDRAG
      * KOMEN ALLEEN IN HET RAPPORT
      * "BESTANDEN/DOMICILIERINGRAPPORT.JJJJMMDD".
      *
      * ELKE GEBOEKTE INVORDERING KRIJGT EEN VOLGNUMMER (VIA
      * DAGTELLERS, ZOALS DE LOKETVERRICHTINGEN) EN KOMT IN HET
      * REGISTER "BESTANDEN/DOMICILIERINGEN", GESLEUTELD OP
      * BEDRIJFSDATUM + REGELNUMMER IN HET BESTAND. OP DAT
      * VOLGNUMMER KAN DE KLANT BINNEN 8 WEKEN DE TERUGBETALING
      * VRAGEN (ZIE KLANTENBEHEER). HET REGISTER MAAKT DE JOB
      * OOK HERSTARTBAAR: DE REGISTERREGEL MET HET VOLGNUMMER
      * WORDT VOOR DE BOEKING GESCHREVEN MET STATUS "R"
      * (GEREGISTREERD) EN NA DE BOEKING OP "G" (GEBOEKT) GEZET.
      * EEN REGEL DIE BIJ EEN HERSTART AL IN HET REGISTER STAAT,
      * WORDT NIET OPNIEUW GECONTROLEERD. STAAT HIJ OP "G" OF
      * "T", DAN WORDT HIJ OVERGESLAGEN (OOK ALS DE DAGAFSLUITING
      * HET DAGBESTAND INTUSSEN AL GELEEGD HEEFT). STAAT HIJ NOG
      * OP "R", DAN WERD DE RUN ONDERBROKEN ROND DE BOEKING: STAAT
      * ZIJN VOLGNUMMER VANDAAG AL IN DAGVERRICHTINGEN, DAN WORDT
      * HIJ ENKEL OP "G" GEZET, ANDERS WORDT HIJ ALSNOG MET DAT
      * VOLGNUMMER GEBOEKT. EEN ONDERBROKEN RUN STOPT DE
      * NACHTVERWERKING VOOR DE DAGAFSLUITING, ZODAT DAT
      * DAGBESTAND DAN NOG VOLLEDIG IS.
      *
      * DRAAIT IN DE NACHTVERWERKING VOOR DE SALDOCONTROLE EN DE
      * CLEARINGEXPORT.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOMICILIERINGIMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DOMICILIERINGIN
                  ASSIGN TO DYNAMIC WS-INVOERNAAM
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DOMRETOUR
                  ASSIGN TO DYNAMIC WS-RETOURNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RETOUR-STATUS.
           SELECT OPTIONAL RAPPORT
                  ASSIGN TO DYNAMIC WS-RAPPORTNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT OPTIONAL MANDATEN
                  ASSIGN TO "BESTANDEN/MANDATEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MAN-SLEUTEL.
           SELECT OPTIONAL DOMREGISTER
                  ASSIGN TO "BESTANDEN/DOMICILIERINGEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS DR-SLEUTEL.
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
           SELECT OPTIONAL DAGTELLERS
                  ASSIGN TO "BESTANDEN/DAGTELLERS"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TELLER-REKENING.
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
       FD  DOMICILIERINGIN.
       01  INVOERREGEL PIC X(80).
       01  KOPREGEL REDEFINES INVOERREGEL.
           02 K-TYPE PIC X.
           02 K-REKENING.
               03 K-REK-DEEL1 PIC 9(3).
               03 K-REK-DEEL2 PIC 9(7).
               03 K-REK-DEEL3 PIC 9(2).
           02 K-SCHULDEISER PIC X(10).
           02 K-AANTAL PIC 9(5).
           02 K-TOTAAL.
               03 K-TOTAAL-GEHEEL   PIC 9(9).
               03 K-TOTAAL-DECIMAAL PIC 9(2).
           02 FILLER PIC X(41).
       01  DETAILREGEL REDEFINES INVOERREGEL.
           02 D-TYPE PIC X.
           02 D-REKENING.
               03 D-REK-DEEL1 PIC 9(3).
               03 D-REK-DEEL2 PIC 9(7).
               03 D-REK-DEEL3 PIC 9(2).
           02 D-REFERENTIE PIC X(15).
           02 D-BEDRAG.
               03 D-GEHEEL   PIC 9(7).
               03 D-DECIMAAL PIC 9(2).
           02 D-MEDEDELING PIC X(40).
           02 FILLER PIC X(3).

       FD  DOMRETOUR.
       01  RETOURREGEL PIC X(80).
       01  RETOURKOP REDEFINES RETOURREGEL.
           02 RK-TYPE PIC X.
           02 RK-REKENING PIC 9(12).
           02 RK-SCHULDEISER PIC X(10).
           02 FILLER PIC X(57).
       01  RETOURDETAIL REDEFINES RETOURREGEL.
           02 RD-TYPE PIC X.
           02 RD-REKENING PIC 9(12).
           02 RD-REFERENTIE PIC X(15).
           02 RD-BEDRAG PIC 9(9).
           02 RD-REDEN PIC X(2).
           02 RD-TEKST PIC X(30).
           02 FILLER PIC X(11).
       01  RETOURSLOT REDEFINES RETOURREGEL.
           02 RS-TYPE PIC X.
           02 RS-AANTAL PIC 9(5).
           02 RS-TOTAAL.
               03 RS-TOTAAL-GEHEEL   PIC 9(9).
               03 RS-TOTAAL-DECIMAAL PIC 9(2).
           02 FILLER PIC X(63).

       FD  RAPPORT.
       01  RAPPORTLIJN PIC X(80).

      * EEN MANDAAT PER REKENING VAN DE SCHULDENAAR, SCHULDEISER
      * EN MANDAATREFERENTIE. MAXIMUM NUL = GEEN MAXIMUM.
       FD  MANDATEN BLOCK CONTAINS 10 RECORDS.
       01  MANDAATREC.
           02 MAN-SLEUTEL.
               03 MAN-REKENING   PIC 9(7).
               03 MAN-SCHULDEISER PIC X(10).
               03 MAN-REFERENTIE PIC X(15).
           02 MAN-TEKENDATUM PIC 9(8).
           02 MAN-MAXIMUM.
               03 MAN-MAX-GEHEEL   PIC 9(7).
               03 MAN-MAX-DECIMAAL PIC 9(2).
           02 MAN-STATUS PIC X.
               88 MAN-ACTIEF    VALUE "A".
               88 MAN-HERROEPEN VALUE "I".
           02 MAN-OPERATOR PIC X(4).
           02 MAN-WIJZIGDATUM PIC 9(8).

      * REGISTER VAN DE GEBOEKTE INVORDERINGEN; "R" = GEREGISTREERD
      * MAAR DE BOEKING NOG NIET BEVESTIGD (ZIE HERSTART IN DE
      * KOP), "T" = OP VRAAG VAN DE KLANT TERUGBETAALD (ZIE
      * KLANTENBEHEER).
       FD  DOMREGISTER BLOCK CONTAINS 10 RECORDS.
       01  DOMREGISTERREC.
           02 DR-SLEUTEL.
               03 DR-DATUM   PIC 9(8).
               03 DR-REGELNR PIC 9(6).
           02 DR-VOLGNR      PIC 9(6).
           02 DR-REKENING    PIC 9(7).
           02 DR-SCHULDEISER-REK PIC 9(12).
           02 DR-SCHULDEISER PIC X(10).
           02 DR-REFERENTIE  PIC X(15).
           02 DR-BEDRAG.
               03 DR-GEHEEL   PIC 9(7).
               03 DR-DECIMAAL PIC 9(2).
           02 DR-STATUS PIC X.
               88 DR-GEREGISTREERD VALUE "R".
               88 DR-GEBOEKT       VALUE "G".
               88 DR-TERUGBETAALD  VALUE "T".
           02 DR-TERUG-DATUM  PIC 9(8).
           02 DR-TERUG-VOLGNR PIC 9(6).
           02 DR-TERUG-OPERATOR PIC X(4).

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

      * DAGTELLERS PER BEDRIJFSDAG (ZIE VERRICHTING): RECORD
      * 0000000 HOUDT HET LAATST UITGEDEELDE VOLGNUMMER BIJ.
       FD  DAGTELLERS BLOCK CONTAINS 10 RECORDS.
       01  TELLERREC.
           02 TELLER-REKENING   PIC 9(7).
           02 TELLER-DATUM      PIC 9(8).
           02 TELLER-VOLGNR     PIC 9(6).
           02 TELLER-AFH-CENTEN PIC 9(9).

       FD PARAMETERS BLOCK CONTAINS 10 RECORDS.
       01  PARAMETER.
           02 PARAM-SLEUTEL.
               03 P-NAAM         PIC X(12).
               03 P-INGANGSDATUM PIC 9(8).
           02 P-WAARDE PIC 9(9).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-INVOERNAAM   PIC X(44).
       77  WS-RETOURNAAM   PIC X(44).
       77  WS-RETOUR-STATUS PIC XX.
           88 WS-RETOUR-OK VALUES "00" "05".
       77  WS-RAPPORTNAAM  PIC X(44).
       77  WS-RAPPORT-STATUS PIC XX.
           88 WS-RAPPORT-OK VALUES "00" "05".
       77  WS-FOUTVLAG     PIC X VALUE "N".
           88 WS-OPENFOUT VALUE "J".
       77  WS-VANDAAG      PIC 9(8).
       77  GEDAAN          PIC X(1).
           88 STOPLEZEN VALUE "J".
      * "J" = TE BOEKEN, "R" = TERUG NAAR DE SCHULDEISER,
      * "N" = ONLEESBAAR (ALLEEN IN HET RAPPORT), "G" = AL
      * GEBOEKT IN EEN VORIGE, AFGEBROKEN RUN.
       77  WS-REGELSTATUS  PIC X.
           88 REGEL-OK         VALUE "J".
           88 REGEL-RETOUR     VALUE "R".
           88 REGEL-ONLEESBAAR VALUE "N".
           88 REGEL-AL-GEBOEKT VALUE "G".
       77  WS-REDEN        PIC X(2).
       77  WS-REDENTEKST   PIC X(30).
       77  WS-REGELNR      PIC 9(6).
      * STATUS VAN HET LOPENDE SCHULDEISERSBLOK
       77  WS-KOP-VLAG     PIC X VALUE "N".
           88 KOP-GELDIG   VALUE "J".
       77  WS-KOP-REKENING PIC 9(12).
       77  WS-KOP-SCHULDEISER PIC X(10).
       77  WS-KOP-AANTAL   PIC 9(5).
       77  WS-KOP-CENTEN   PIC 9(11).
       77  WS-BLOK-AANTAL  PIC 9(5).
       77  WS-BLOK-CENTEN  PIC 9(11).
       77  WS-BLOK-RET-AANTAL PIC 9(5).
       77  WS-BLOK-RET-CENTEN PIC 9(11).
       77  WS-IN-BLOK-VLAG PIC X VALUE "N".
           88 IN-BLOK VALUE "J".
       77  WS-AANTAL-IN       PIC 9(5) VALUE ZERO.
       77  WS-IN-CENTEN       PIC 9(11) VALUE ZERO.
       77  WS-AANTAL-GEBOEKT  PIC 9(5) VALUE ZERO.
       77  WS-GEBOEKT-CENTEN  PIC 9(11) VALUE ZERO.
       77  WS-AANTAL-RETOUR   PIC 9(5) VALUE ZERO.
       77  WS-RETOUR-CENTEN   PIC 9(11) VALUE ZERO.
       77  WS-AANTAL-ONLEESBAAR PIC 9(5) VALUE ZERO.
       77  WS-SALDO-CENTEN    PIC S9(9).
       77  WS-KREDIET-CENTEN  PIC 9(9).
       77  WS-BEDRAG-CENTEN   PIC 9(9).
       77  WS-MAXIMUM-CENTEN  PIC 9(9).
       77  WS-BBAN-GETAL PIC 9(10).
       77  WS-CONTROLEGETAL PIC 9(2).
       77  WS-TIJD-RUW        PIC 9(8).
       77  WS-VOLGNR-MAX PIC 9(6).
       77  WS-VOLGNR-GEDAAN PIC X.
           88 VOLGNR-KLAAR VALUE "J".
       77  WS-DOM-VOLGNR PIC 9(6).
       77  WS-BOEKING-VLAG PIC X.
           88 BOEKING-GEVONDEN VALUE "J".
       77  WS-SCAN-GEDAAN PIC X.
           88 SCAN-KLAAR VALUE "J".
       77  WS-VERRICHTING-OPSLAG PIC X(151).
       77  WS-BANKPREFIX PIC 9(3) VALUE 1.
       77  WS-CLEARINGREK PIC 9(7) VALUE 9999999.
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
       77  WS-PARAM-GEVONDEN-VLAG PIC X.
           88 PARAM-GEVONDEN VALUE "J".
       77  WS-PARAM-GEDAAN PIC X.
           88 PARAM-KLAAR VALUE "J".
       77  WS-ZOEK-REKNR PIC 9(7).
       77  WS-REK-CHECK PIC X.
           88 REKENING-GELDIG   VALUE "G".
           88 REKENING-ONBEKEND VALUE "O".
           88 REKENING-INACTIEF VALUE "I".
       01  MELDREGEL.
           02 M-SOORT      PIC X(10).
           02 M-REDEN      PIC X(3).
           02 M-REGELNR    PIC ZZZZZ9.
           02 FILLER       PIC X VALUE SPACE.
           02 M-REKENING   PIC X(12).
           02 FILLER       PIC X VALUE SPACE.
           02 M-BEDRAG     PIC Z(6)9,99.
           02 FILLER       PIC X VALUE SPACE.
           02 M-TEKST      PIC X(36).
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
               PERFORM VERWERK-REGEL UNTIL STOPLEZEN
               PERFORM SLUIT-BLOK
               PERFORM SCHRIJF-TOTALEN
               PERFORM SLUITBESTAND
               DISPLAY "DOMICILIERINGIMPORT: " WS-AANTAL-GEBOEKT
                       " GEBOEKT, " WS-AANTAL-RETOUR
                       " GEWEIGERD, " WS-AANTAL-ONLEESBAAR
                       " ONLEESBAAR."
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALISEER.
           MOVE "N" TO GEDAAN
           PERFORM LEES-BEDRIJFSDATUM
           PERFORM LEES-PARAMETERS
           STRING "BESTANDEN/DOMICILIERINGIN." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-INVOERNAAM
           STRING "BESTANDEN/DOMICILIERINGRETOUR." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-RETOURNAAM
           STRING "BESTANDEN/DOMICILIERINGRAPPORT." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-RAPPORTNAAM
           OPEN OUTPUT RAPPORT
           IF NOT WS-RAPPORT-OK
               SET WS-OPENFOUT TO TRUE
           ELSE
               OPEN OUTPUT DOMRETOUR
               IF NOT WS-RETOUR-OK
                   SET WS-OPENFOUT TO TRUE
                   CLOSE RAPPORT
               END-IF
           END-IF
           IF NOT WS-OPENFOUT
               MOVE SPACES TO RAPPORTLIJN
               STRING "DOMICILIERINGIMPORT " WS-VANDAAG
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
               OPEN INPUT DOMICILIERINGIN
               OPEN INPUT MANDATEN
               OPEN I-O DOMREGISTER
               OPEN INPUT KLANTEN
               OPEN INPUT REKENINGEN
               OPEN I-O SALDI
               OPEN EXTEND VERRICHTINGEN
               MOVE ZEROS TO WS-REGELNR
           END-IF.

      * HET EIGEN BANKPREFIX EN DE CLEARING-TUSSENREKENING KOMEN
      * UIT HET PARAMETERBESTAND, MET DEZELFDE INGEBOUWDE
      * STANDAARDWAARDEN ALS IN VERRICHTING.
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
           CLOSE PARAMETERS.

       VERWERK-REGEL.
           READ DOMICILIERINGIN AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               ADD 1 TO WS-REGELNR
               IF K-TYPE = "H"
                   PERFORM SLUIT-BLOK
                   PERFORM NEEM-KOPREGEL
               ELSE
                   PERFORM VERWERK-DETAILREGEL
               END-IF
           END-IF.

      * EEN KOPREGEL IS GELDIG ALS DE REKENING VAN DE SCHULDEISER
      * EEN GELDIG CONTROLEGETAL HEEFT; STAAT ZE BIJ ONS, DAN MOET
      * ZE BESTAAN, ACTIEF ZIJN EN CREDITERINGEN TOELATEN.
       NEEM-KOPREGEL.
           MOVE "N" TO WS-KOP-VLAG
           MOVE "J" TO WS-IN-BLOK-VLAG
           MOVE ZEROS TO WS-BLOK-AANTAL WS-BLOK-CENTEN
                         WS-BLOK-RET-AANTAL WS-BLOK-RET-CENTEN
                         WS-KOP-AANTAL WS-KOP-CENTEN
           IF K-REKENING IS NUMERIC AND K-REK-DEEL2 NOT = 0
                   AND K-SCHULDEISER NOT = SPACES
               COMPUTE WS-BBAN-GETAL = K-REK-DEEL1 * 10000000 +
                       K-REK-DEEL2
               COMPUTE WS-CONTROLEGETAL =
                       FUNCTION MOD(WS-BBAN-GETAL, 97)
               IF WS-CONTROLEGETAL = 0
                   MOVE 97 TO WS-CONTROLEGETAL
               END-IF
               IF WS-CONTROLEGETAL = K-REK-DEEL3
                   SET KOP-GELDIG TO TRUE
               END-IF
           END-IF
           IF KOP-GELDIG AND K-REK-DEEL1 = WS-BANKPREFIX
               MOVE K-REK-DEEL2 TO WS-ZOEK-REKNR
               PERFORM ZOEK-REKENING-EN-KLANT
               IF NOT REKENING-GELDIG
                   MOVE "N" TO WS-KOP-VLAG
               ELSE
                   MOVE K-REK-DEEL2 TO SALDO-NR
                   READ SALDI
                       INVALID KEY MOVE ZEROS TO SALDOREC
                   END-READ
                   IF BLOK-VOLLEDIG
                       MOVE "N" TO WS-KOP-VLAG
                   END-IF
               END-IF
           END-IF
           IF KOP-GELDIG
               MOVE K-REKENING TO WS-KOP-REKENING
               MOVE K-SCHULDEISER TO WS-KOP-SCHULDEISER
               IF K-AANTAL IS NUMERIC AND K-TOTAAL IS NUMERIC
                   MOVE K-AANTAL TO WS-KOP-AANTAL
                   COMPUTE WS-KOP-CENTEN =
                           K-TOTAAL-GEHEEL * 100 + K-TOTAAL-DECIMAAL
               END-IF
           ELSE
               MOVE SPACES TO RAPPORTLIJN
               STRING "KOPREGEL " WS-REGELNR
                      ": SCHULDEISER ONGELDIG, REGELS NIET VERWERKT"
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
           END-IF.

      * SLUIT HET LOPENDE BLOK AF: EEN SLUITREGEL IN HET
      * RETOURBESTAND ALS ER GEWEIGERDE REGELS WAREN, EN EEN
      * MELDING ALS AANTAL OF TOTAAL VAN DE KOPREGEL NIET KLOPT.
       SLUIT-BLOK.
           IF IN-BLOK AND KOP-GELDIG
               IF WS-BLOK-RET-AANTAL > 0
                   MOVE SPACES TO RETOURREGEL
                   MOVE "T" TO RS-TYPE
                   MOVE WS-BLOK-RET-AANTAL TO RS-AANTAL
                   DIVIDE WS-BLOK-RET-CENTEN BY 100
                       GIVING RS-TOTAAL-GEHEEL
                       REMAINDER RS-TOTAAL-DECIMAAL
                   WRITE RETOURREGEL
               END-IF
               IF WS-KOP-AANTAL NOT = WS-BLOK-AANTAL
                       OR WS-KOP-CENTEN NOT = WS-BLOK-CENTEN
                   MOVE SPACES TO RAPPORTLIJN
                   STRING "KOPREGEL " WS-KOP-SCHULDEISER
                          ": AANTAL/TOTAAL KLOPT NIET MET DETAILS"
                          DELIMITED BY SIZE INTO RAPPORTLIJN
                   WRITE RAPPORTLIJN
               END-IF
           END-IF
           MOVE "N" TO WS-IN-BLOK-VLAG.

       VERWERK-DETAILREGEL.
           PERFORM CONTROLEER-DETAILREGEL
           IF REGEL-ONLEESBAAR
               ADD 1 TO WS-AANTAL-ONLEESBAAR
               PERFORM MELD-ONLEESBAAR
           ELSE
               COMPUTE WS-BEDRAG-CENTEN = D-GEHEEL * 100 + D-DECIMAAL
               ADD 1 TO WS-AANTAL-IN
               ADD WS-BEDRAG-CENTEN TO WS-IN-CENTEN
               ADD 1 TO WS-BLOK-AANTAL
               ADD WS-BEDRAG-CENTEN TO WS-BLOK-CENTEN
               IF REGEL-RETOUR
                   ADD 1 TO WS-AANTAL-RETOUR
                   ADD WS-BEDRAG-CENTEN TO WS-RETOUR-CENTEN
                   PERFORM SCHRIJF-RETOURDETAIL
                   PERFORM MELD-RETOUR
               ELSE
                   ADD 1 TO WS-AANTAL-GEBOEKT
                   ADD WS-BEDRAG-CENTEN TO WS-GEBOEKT-CENTEN
                   IF REGEL-OK
                       PERFORM BOEK-INVORDERING
                   ELSE
                       PERFORM CONTROLEER-REGISTERBOEKING
                   END-IF
               END-IF
           END-IF.

      * EERST WORDT GEKEKEN OF DE REGEL AL IN HET REGISTER STAAT
      * (HERSTART); DAARNA MANDAAT, MAXIMUM, REKENING, BLOKKERING
      * EN DEKKING, IN DIE VOLGORDE. DE EERSTE FOUT BEPAALT DE
      * REDENCODE.
       CONTROLEER-DETAILREGEL.
           SET REGEL-OK TO TRUE
           MOVE SPACES TO WS-REDEN
           IF NOT IN-BLOK OR NOT KOP-GELDIG
               SET REGEL-ONLEESBAAR TO TRUE
               MOVE "09" TO WS-REDEN
           ELSE IF D-TYPE NOT = "D" OR D-BEDRAG NOT NUMERIC
               SET REGEL-ONLEESBAAR TO TRUE
               MOVE "05" TO WS-REDEN
           END-IF
           END-IF
           IF REGEL-OK
               MOVE WS-VANDAAG TO DR-DATUM
               MOVE WS-REGELNR TO DR-REGELNR
               READ DOMREGISTER
                   NOT INVALID KEY SET REGEL-AL-GEBOEKT TO TRUE
               END-READ
           END-IF
           IF REGEL-OK
               IF D-REKENING NOT NUMERIC
                   MOVE "06" TO WS-REDEN
                   SET REGEL-RETOUR TO TRUE
               ELSE
                   COMPUTE WS-BBAN-GETAL = D-REK-DEEL1 * 10000000 +
                           D-REK-DEEL2
                   COMPUTE WS-CONTROLEGETAL =
                           FUNCTION MOD(WS-BBAN-GETAL, 97)
                   IF WS-CONTROLEGETAL = 0
                       MOVE 97 TO WS-CONTROLEGETAL
                   END-IF
                   IF WS-CONTROLEGETAL NOT = D-REK-DEEL3
                           OR D-REK-DEEL1 NOT = WS-BANKPREFIX
                       MOVE "06" TO WS-REDEN
                       SET REGEL-RETOUR TO TRUE
                   END-IF
               END-IF
           END-IF
           IF REGEL-OK
               PERFORM CONTROLEER-MANDAAT
           END-IF
           IF REGEL-OK
               MOVE D-REK-DEEL2 TO WS-ZOEK-REKNR
               PERFORM ZOEK-REKENING-EN-KLANT
               IF NOT REKENING-GELDIG
                   MOVE "05" TO WS-REDEN
                   SET REGEL-RETOUR TO TRUE
               END-IF
           END-IF
           IF REGEL-OK
               PERFORM CONTROLEER-DEKKING
           END-IF.

      * HET MANDAAT MOET BESTAAN, ACTIEF ZIJN EN AL GETEKEND ZIJN
      * OP DE VERWERKINGSDATUM; EEN MAXIMUM VAN NUL BETEKENT DAT
      * HET MANDAAT GEEN BOVENGRENS HEEFT.
       CONTROLEER-MANDAAT.
           MOVE D-REK-DEEL2 TO MAN-REKENING
           MOVE WS-KOP-SCHULDEISER TO MAN-SCHULDEISER
           MOVE D-REFERENTIE TO MAN-REFERENTIE
           READ MANDATEN
               INVALID KEY MOVE "01" TO WS-REDEN
                           SET REGEL-RETOUR TO TRUE
           END-READ
           IF REGEL-OK
               IF NOT MAN-ACTIEF OR MAN-TEKENDATUM > WS-VANDAAG
                   MOVE "01" TO WS-REDEN
                   SET REGEL-RETOUR TO TRUE
               ELSE
                   COMPUTE WS-MAXIMUM-CENTEN =
                           MAN-MAX-GEHEEL * 100 + MAN-MAX-DECIMAAL
                   COMPUTE WS-BEDRAG-CENTEN =
                           D-GEHEEL * 100 + D-DECIMAAL
                   IF WS-MAXIMUM-CENTEN > 0
                           AND WS-BEDRAG-CENTEN > WS-MAXIMUM-CENTEN
                       MOVE "02" TO WS-REDEN
                       SET REGEL-RETOUR TO TRUE
                   END-IF
               END-IF
           END-IF.

      * ZELFDE DEKKINGSCONTROLE ALS OPDRACHTUITVOERING: GEEN
      * DEBETBLOKKERING EN HET BEDRAG BINNEN SALDO PLUS
      * KREDIETLIMIET.
       CONTROLEER-DEKKING.
           MOVE D-REK-DEEL2 TO SALDO-NR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           MOVE D-REK-DEEL2 TO SALDO-NR
                           SET SALDO-POSITIEF TO TRUE
           END-READ
           IF BLOK-DEBET OR BLOK-VOLLEDIG
               MOVE "04" TO WS-REDEN
               SET REGEL-RETOUR TO TRUE
           ELSE
               PERFORM LEES-SALDO-CENTEN
               COMPUTE WS-KREDIET-CENTEN =
                       KREDIET-GEHEEL * 100 + KREDIET-DECIMAAL
               COMPUTE WS-BEDRAG-CENTEN = D-GEHEEL * 100 + D-DECIMAAL
               IF WS-BEDRAG-CENTEN >
                       WS-SALDO-CENTEN + WS-KREDIET-CENTEN
                   MOVE "03" TO WS-REDEN
                   SET REGEL-RETOUR TO TRUE
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
               SET REKENING-INACTIEF TO TRUE
           ELSE
               MOVE REK-KLANT TO NR IN KLANT
               READ KLANTEN
                   INVALID KEY SET REKENING-ONBEKEND TO TRUE
               END-READ
               IF REKENING-GELDIG AND KLANT-INACTIEF
                   SET REKENING-INACTIEF TO TRUE
               END-IF
           END-IF.

       ZOEK-KLANT-RECHTSTREEKS.
           MOVE WS-ZOEK-REKNR TO NR IN KLANT
           READ KLANTEN
               INVALID KEY SET REKENING-ONBEKEND TO TRUE
           END-READ
           IF REKENING-GELDIG AND KLANT-INACTIEF
               SET REKENING-INACTIEF TO TRUE
           END-IF.

      * HET VOLGNUMMER KOMT UIT DAGTELLERS EN STAAT EERST IN HET
      * REGISTER; PAS DAN VOLGT DE BOEKING (ZIE HERSTART IN DE
      * KOP).
       BOEK-INVORDERING.
           PERFORM BEPAAL-VOLGNR
           MOVE VOLGNR TO WS-DOM-VOLGNR
           PERFORM SCHRIJF-REGISTER
           PERFORM BOEK-INVORDERING-WEG
           PERFORM MARKEER-GEBOEKT.

      * EEN REGEL DIE BIJ EEN HERSTART AL IN HET REGISTER STAAT:
      * ALLEEN EEN REGEL OP "R" WERD ONDERBROKEN ROND DE BOEKING.
      * STAAT ZIJN VOLGNUMMER VANDAAG NOG NIET IN DAGVERRICHTINGEN,
      * DAN WORDT HIJ ALSNOG GEBOEKT.
       CONTROLEER-REGISTERBOEKING.
           IF DR-GEREGISTREERD
               MOVE DR-VOLGNR TO WS-DOM-VOLGNR
               MOVE "N" TO WS-BOEKING-VLAG
               MOVE "N" TO WS-SCAN-GEDAAN
               CLOSE VERRICHTINGEN
               OPEN INPUT VERRICHTINGEN
               PERFORM SCAN-EEN-VERRICHTING UNTIL SCAN-KLAAR
               CLOSE VERRICHTINGEN
               OPEN EXTEND VERRICHTINGEN
               IF NOT BOEKING-GEVONDEN
                   PERFORM BOEK-INVORDERING-WEG
               END-IF
               PERFORM MARKEER-GEBOEKT
           END-IF.

       MARKEER-GEBOEKT.
           SET DR-GEBOEKT TO TRUE
           REWRITE DOMREGISTERREC
               INVALID KEY CONTINUE
           END-REWRITE.

       SCAN-EEN-VERRICHTING.
           READ VERRICHTINGEN AT END MOVE "J" TO WS-SCAN-GEDAAN
           END-READ
           IF NOT SCAN-KLAAR AND DATUM = WS-VANDAAG
                   AND VOLGNR IS NUMERIC AND VOLGNR = WS-DOM-VOLGNR
               SET BOEKING-GEVONDEN TO TRUE
               MOVE "J" TO WS-SCAN-GEDAAN
           END-IF.

      * DE MEDEDELING DRAAGT DE SCHULDEISER EN DE
      * MANDAATREFERENTIE, ZODAT DE KLANT DE INVORDERING OP ZIJN
      * UITTREKSEL HERKENT.
       BOEK-INVORDERING-WEG.
           MOVE ZEROS TO VERRICHTING
           SET OVERSCHRIJVING TO TRUE
           MOVE D-REKENING TO VAN
           MOVE WS-KOP-REKENING TO NAAR
           MOVE D-BEDRAG TO BEDRAG
           MOVE WS-VANDAAG TO DATUM
           MOVE SPACES TO MEDEDELING
           STRING "DOM " WS-KOP-SCHULDEISER " " D-REFERENTIE " "
                  D-MEDEDELING
                  DELIMITED BY SIZE INTO MEDEDELING
           MOVE "BTCH" TO OPERATOR
           ACCEPT WS-TIJD-RUW FROM TIME
           DIVIDE WS-TIJD-RUW BY 100 GIVING TIJD
           MOVE WS-DOM-VOLGNR TO VOLGNR
           WRITE VERRICHTING
           PERFORM WERK-SALDO-BIJ-AF-VAN
           IF DEEL1 IN NAAR = WS-BANKPREFIX
               MOVE DEEL2 IN NAAR TO SALDO-NR
           ELSE
               MOVE WS-CLEARINGREK TO SALDO-NR
           END-IF
           PERFORM WERK-SALDO-BIJ-BIJ.

       SCHRIJF-REGISTER.
           MOVE SPACES TO DOMREGISTERREC
           MOVE WS-VANDAAG TO DR-DATUM
           MOVE WS-REGELNR TO DR-REGELNR
           MOVE WS-DOM-VOLGNR TO DR-VOLGNR
           MOVE D-REK-DEEL2 TO DR-REKENING
           MOVE WS-KOP-REKENING TO DR-SCHULDEISER-REK
           MOVE WS-KOP-SCHULDEISER TO DR-SCHULDEISER
           MOVE D-REFERENTIE TO DR-REFERENTIE
           MOVE D-BEDRAG TO DR-BEDRAG
           SET DR-GEREGISTREERD TO TRUE
           MOVE ZEROS TO DR-TERUG-DATUM
           MOVE ZEROS TO DR-TERUG-VOLGNR
           WRITE DOMREGISTERREC
               INVALID KEY REWRITE DOMREGISTERREC
           END-WRITE.

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

      * CREDITEERT HET SALDORECORD MET NUMMER IN SALDO-NR: DE
      * SCHULDEISER ZELF, OF DE CLEARING-TUSSENREKENING ALS DE
      * SCHULDEISER BIJ EEN ANDERE BANK ZIT.
       WERK-SALDO-BIJ-BIJ.
           MOVE SALDO-NR TO WS-ZOEK-REKNR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           MOVE WS-ZOEK-REKNR TO SALDO-NR
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

      * DE EERSTE GEWEIGERDE REGEL VAN EEN SCHULDEISER OPENT ZIJN
      * BLOK IN HET RETOURBESTAND MET EEN KOPREGEL.
       SCHRIJF-RETOURDETAIL.
           PERFORM BEPAAL-REDENTEKST
           IF WS-BLOK-RET-AANTAL = 0
               MOVE SPACES TO RETOURREGEL
               MOVE "H" TO RK-TYPE
               MOVE WS-KOP-REKENING TO RK-REKENING
               MOVE WS-KOP-SCHULDEISER TO RK-SCHULDEISER
               WRITE RETOURREGEL
           END-IF
           ADD 1 TO WS-BLOK-RET-AANTAL
           ADD WS-BEDRAG-CENTEN TO WS-BLOK-RET-CENTEN
           MOVE SPACES TO RETOURREGEL
           MOVE "R" TO RD-TYPE
           IF D-REKENING IS NUMERIC
               MOVE D-REKENING TO RD-REKENING
           ELSE
               MOVE ZEROS TO RD-REKENING
           END-IF
           MOVE D-REFERENTIE TO RD-REFERENTIE
           MOVE D-BEDRAG TO RD-BEDRAG
           MOVE WS-REDEN TO RD-REDEN
           MOVE WS-REDENTEKST TO RD-TEKST
           WRITE RETOURREGEL.

       BEPAAL-REDENTEKST.
           IF WS-REDEN = "01"
               MOVE "GEEN (ACTIEF) MANDAAT" TO WS-REDENTEKST
           ELSE IF WS-REDEN = "02"
               MOVE "BEDRAG BOVEN MAXIMUM MANDAAT" TO WS-REDENTEKST
           ELSE IF WS-REDEN = "03"
               MOVE "ONVOLDOENDE DEKKING" TO WS-REDENTEKST
           ELSE IF WS-REDEN = "04"
               MOVE "REKENING GEBLOKKEERD" TO WS-REDENTEKST
           ELSE IF WS-REDEN = "05"
               MOVE "REKENING ONBEKEND OF GESLOTEN" TO WS-REDENTEKST
           ELSE
               MOVE "ONGELDIG REKENINGNUMMER" TO WS-REDENTEKST
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       MELD-RETOUR.
           MOVE SPACES TO MELDREGEL
           MOVE "GEWEIGERD" TO M-SOORT
           MOVE WS-REDEN TO M-REDEN
           MOVE WS-REGELNR TO M-REGELNR
           MOVE INVOERREGEL(2:12) TO M-REKENING
           MOVE WS-BEDRAG-CENTEN TO M-BEDRAG
           MOVE SPACES TO M-TEKST
           STRING WS-KOP-SCHULDEISER " " WS-REDENTEKST
                  DELIMITED BY SIZE INTO M-TEKST
           MOVE MELDREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

       MELD-ONLEESBAAR.
           MOVE SPACES TO MELDREGEL
           MOVE "ONLEESBAAR" TO M-SOORT
           MOVE WS-REDEN TO M-REDEN
           MOVE WS-REGELNR TO M-REGELNR
           MOVE INVOERREGEL(2:12) TO M-REKENING
           IF WS-REDEN = "09"
               MOVE "GEEN GELDIGE KOPREGEL ERVOOR" TO M-TEKST
           ELSE
               MOVE "REGELTYPE OF BEDRAG ONLEESBAAR" TO M-TEKST
           END-IF
           MOVE MELDREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

       SCHRIJF-TOTALEN.
           MOVE SPACES TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTREGEL
           MOVE "INVORDERINGEN" TO R-OMSCHRIJVING
           MOVE WS-AANTAL-IN TO R-AANTAL
           MOVE WS-IN-CENTEN TO R-BEDRAG
           MOVE RAPPORTREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTREGEL
           MOVE "GEBOEKT" TO R-OMSCHRIJVING
           MOVE WS-AANTAL-GEBOEKT TO R-AANTAL
           MOVE WS-GEBOEKT-CENTEN TO R-BEDRAG
           MOVE RAPPORTREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTREGEL
           MOVE "GEWEIGERD" TO R-OMSCHRIJVING
           MOVE WS-AANTAL-RETOUR TO R-AANTAL
           MOVE WS-RETOUR-CENTEN TO R-BEDRAG
           MOVE RAPPORTREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTREGEL
           MOVE "ONLEESBAAR" TO R-OMSCHRIJVING
           MOVE WS-AANTAL-ONLEESBAAR TO R-AANTAL
           MOVE RAPPORTREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

       SLUITBESTAND.
           CLOSE DOMICILIERINGIN
           CLOSE DOMRETOUR
           CLOSE RAPPORT
           CLOSE MANDATEN
           CLOSE DOMREGISTER
           CLOSE KLANTEN
           CLOSE REKENINGEN
           CLOSE SALDI
           CLOSE VERRICHTINGEN.

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
