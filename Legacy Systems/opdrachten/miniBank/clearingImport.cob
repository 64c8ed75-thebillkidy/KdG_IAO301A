      ************************************************************
      * CLEARINGIMPORT
      *
      * NACHTELIJKE BATCHJOB: LEEST HET INKOMENDE CLEARINGBESTAND
      * "BESTANDEN/CLEARINGIN.JJJJMMDD" (OVERSCHRIJVINGEN VAN
      * ANDERE BANKEN NAAR ONZE KLANTEN) EN BOEKT ELKE REGEL ALS
      * OVERSCHRIJVING (SOORT 1) VAN DE OPDRACHTGEVENDE BANK NAAR
      * DE BEGUNSTIGDE. DE VAN-KANT DRAAGT HET VREEMDE BANKPREFIX
      * EN WORDT DUS OP DE CLEARING-TUSSENREKENING (PARAMETER
      * CLEARINGREK) GEDEBITEERD, NET ZOALS HISTORIEOPBOUW EN
      * SALDOCONTROLE DIE KANT LEZEN.
      *
      * HET BESTAND HEEFT HETZELFDE H/D-FORMAAT ALS
      * CLEARINGUIT (ZIE CLEARINGEXPORT), MET EEN KOPREGEL PER
      * OPDRACHTGEVENDE BANK:
      *   KOPREGEL:    "H" + CLEARINGREKENING VAN DE ANDERE BANK(12)
      *                + AANTAL(5) + TOTAAL(9+2, IN EURO EN CENT)
      *   DETAILREGEL: "D" + CREDITREKENING(12) + BEDRAG(7+2)
      *                + MEDEDELING(50)
      *
      * ANDERS DAN BETAALIMPORT WORDT HET BESTAND NIET IN ZIJN
      * GEHEEL GEWEIGERD: EEN FOUT CONTROLETOTAAL IN EEN KOPREGEL
      * WORDT ALLEEN GEMELD. EEN REGEL DIE NIET TOE TE WIJZEN IS
      * GAAT TERUG NAAR DE OPDRACHTGEVENDE BANK IN
      * "BESTANDEN/CLEARINGRETOUR.JJJJMMDD", IN HETZELFDE
      * H/D-FORMAAT: PER BANK EEN KOPREGEL MET ONZE
      * CLEARINGREKENING ALS DEBETREKENING, EN PER REGEL EEN
      * DETAIL NAAR DE CLEARINGREKENING VAN DIE BANK MET DE
      * REDENCODE EN DE OORSPRONKELIJKE BEGUNSTIGDE IN DE
      * MEDEDELING. EEN TERUGGESTUURDE REGEL WORDT NIET GEBOEKT,
      * ZODAT DE CLEARING-TUSSENREKENING ER NETTO NIET DOOR
      * BEWEEGT. REDENCODES:
      *   01 ONGELDIG CONTROLEGETAL     03 REKENING INACTIEF
      *   02 REKENING BESTAAT NIET      05 ONGELDIG REKENINGNUMMER
      *   08 REKENING VOLLEDIG GEBLOKKEERD (BLOK-VOLLEDIG)
      * EEN REGEL ZONDER LEESBAAR BEDRAG OF ZONDER GELDIGE
      * KOPREGEL KAN NOCH GEBOEKT NOCH TERUGGESTUURD WORDEN EN
      * KOMT ALLEEN IN HET RAPPORT "BESTANDEN/CLEARINGINRAPPORT.
      * JJJJMMDD" (MANUEEL OP TE VOLGEN).
      *
      * HERSTART: NA ELKE GEBOEKTE REGEL WORDT HET REGELNUMMER IN
      * "BESTANDEN/CLEARINGCHECKPUNT" GEZET; EEN HERSTART BOEKT
      * ALLEEN DE REGELS NA HET CHECKPUNT EN MAAKT HET
      * RETOURBESTAND OPNIEUW AAN. NA EEN VOLLEDIGE RUN KOMEN DE
      * DAGTOTALEN IN "BESTANDEN/CLEARINGIMPORT.GELADEN"; DAAR
      * HAALT CLEARINGAFSTEMMING ZE OP, EN EEN TWEEDE RUN OP
      * DEZELFDE BEDRIJFSDAG DOET NIETS MEER.
      *
      * DRAAIT IN DE NACHTVERWERKING NA DE OPDRACHTUITVOERING EN
      * VOOR DE SALDOCONTROLE, ZODAT DE BOEKINGEN MEE
      * GECONTROLEERD, GEMELD EN GEARCHIVEERD WORDEN.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEARINGIMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLEARINGIN
                  ASSIGN TO DYNAMIC WS-INVOERNAAM
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLEARINGRETOUR
                  ASSIGN TO DYNAMIC WS-RETOURNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RETOUR-STATUS.
           SELECT OPTIONAL RAPPORT
                  ASSIGN TO DYNAMIC WS-RAPPORTNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT OPTIONAL GELADENLOG
                  ASSIGN TO "BESTANDEN/CLEARINGIMPORT.GELADEN"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPUNT
                  ASSIGN TO "BESTANDEN/CLEARINGCHECKPUNT"
                  ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  CLEARINGIN.
       01  INVOERREGEL PIC X(80).
       01  KOPREGEL REDEFINES INVOERREGEL.
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
       01  DETAILREGEL REDEFINES INVOERREGEL.
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

       FD  CLEARINGRETOUR.
       01  RETOURREGEL PIC X(80).
       01  RETOURKOP REDEFINES RETOURREGEL.
           02 RK-TYPE PIC X.
           02 RK-VAN.
               03 RK-VAN-DEEL1 PIC 9(3).
               03 RK-VAN-DEEL2 PIC 9(7).
               03 RK-VAN-DEEL3 PIC 9(2).
           02 RK-AANTAL PIC 9(5).
           02 RK-TOTAAL.
               03 RK-TOTAAL-GEHEEL   PIC 9(9).
               03 RK-TOTAAL-DECIMAAL PIC 9(2).
           02 FILLER PIC X(51).
       01  RETOURDETAIL REDEFINES RETOURREGEL.
           02 RD-TYPE PIC X.
           02 RD-NAAR PIC 9(12).
           02 RD-BEDRAG PIC 9(9).
           02 RD-MEDEDELING PIC X(50).
           02 FILLER PIC X(8).

       FD  RAPPORT.
       01  RAPPORTLIJN PIC X(80).

       FD  GELADENLOG.
       01  GELADENREGEL.
           02 G-DATUM          PIC 9(8).
           02 FILLER           PIC X VALUE SPACE.
           02 G-AANTAL-IN      PIC 9(5).
           02 FILLER           PIC X VALUE SPACE.
           02 G-TOTAAL-IN      PIC 9(11).
           02 FILLER           PIC X VALUE SPACE.
           02 G-AANTAL-RETOUR  PIC 9(5).
           02 FILLER           PIC X VALUE SPACE.
           02 G-TOTAAL-RETOUR  PIC 9(11).

       FD  CHECKPUNT.
       01  CHECKPUNTREGEL PIC 9(7).

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
      * BLOKKERINGSSTATUS (ONDERHOUD VIA KLANTENBEHEER): "D" LAAT
      * GEEN DEBITERINGEN MEER TOE, "B" OOK GEEN CREDITERINGEN;
      * ELKE ANDERE WAARDE (OOK OUDE RECORDS ZONDER DEZE VELDEN)
      * TELT ALS VRIJ.
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

      * REKENINGENBESTAND (ONDERHOUD VIA KLANTENBEHEER): ELKE
      * REKENING VERWIJST NAAR HAAR EIGENAAR IN KLANTEN; EEN
      * REKENING ZONDER RECORD HIER IS EEN KLANTREKENING VAN VOOR
      * DE INVOERING EN WORDT RECHTSTREEKS IN KLANTEN GEZOCHT.
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

       FD PARAMETERS BLOCK CONTAINS 10 RECORDS.
       01  PARAMETER.
           02 PARAM-SLEUTEL.
               03 P-NAAM         PIC X(12).
               03 P-INGANGSDATUM PIC 9(8).
           02 P-WAARDE PIC 9(9).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-INVOERNAAM   PIC X(40).
       77  WS-RETOURNAAM   PIC X(40).
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
       77  WS-LOG-GEDAAN   PIC X.
           88 LOG-KLAAR VALUE "J".
       77  WS-AL-GELADEN-VLAG PIC X VALUE "N".
           88 AL-GELADEN VALUE "J".
      * "J" = TE BOEKEN, "R" = TERUG NAAR DE OPDRACHTGEVENDE
      * BANK, "N" = ONLEESBAAR (ALLEEN IN HET RAPPORT).
       77  WS-REGELSTATUS  PIC X.
           88 REGEL-OK         VALUE "J".
           88 REGEL-RETOUR     VALUE "R".
           88 REGEL-ONLEESBAAR VALUE "N".
       77  WS-REDEN        PIC X(2).
       77  WS-REGELNR      PIC 9(7).
       77  WS-CHECKPUNT-NR PIC 9(7) VALUE ZERO.
       77  WS-KOP-TELLER   PIC 9(5).
       77  WS-BLOK-IX      PIC 9(2).
       77  WS-AANTAL-IN       PIC 9(5) VALUE ZERO.
       77  WS-IN-CENTEN       PIC 9(11) VALUE ZERO.
       77  WS-AANTAL-GEBOEKT  PIC 9(5) VALUE ZERO.
       77  WS-GEBOEKT-CENTEN  PIC 9(11) VALUE ZERO.
       77  WS-AANTAL-RETOUR   PIC 9(5) VALUE ZERO.
       77  WS-RETOUR-CENTEN   PIC 9(11) VALUE ZERO.
       77  WS-AANTAL-ONLEESBAAR PIC 9(5) VALUE ZERO.
       77  WS-SALDO-CENTEN    PIC S9(9).
       77  WS-BEDRAG-CENTEN   PIC 9(9).
       77  WS-BBAN-GETAL PIC 9(10).
       77  WS-CONTROLEGETAL PIC 9(2).
       77  WS-TIJD-RUW        PIC 9(8).
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
      * EEN BLOK PER KOPREGEL (OPDRACHTGEVENDE BANK): DE EERSTE
      * PAS TELT PER BLOK DE REGELS EN DE TERUG TE STUREN
      * REGELS, ZODAT DE TWEEDE PAS DE RETOURKOPREGEL VOOR ZIJN
      * DETAILS KAN SCHRIJVEN. MEER DAN 50 BANKEN IN EEN BESTAND
      * KOMEN NIET VOOR; DE REGELS VAN EEN OVERLOPEND BLOK WORDEN
      * ALS ONLEESBAAR GEMELD.
       77  BL-GEVULD PIC 9(2) VALUE ZERO.
       01  BLOKKEN.
           02 BL-REGEL OCCURS 50.
               03 BL-VAN         PIC 9(12).
               03 BL-STATUS      PIC X.
                   88 BL-GELDIG VALUE "J".
               03 BL-KOP-AANTAL  PIC 9(5).
               03 BL-KOP-CENTEN  PIC 9(11).
               03 BL-AANTAL      PIC 9(5).
               03 BL-CENTEN      PIC 9(11).
               03 BL-RET-AANTAL  PIC 9(5).
               03 BL-RET-CENTEN  PIC 9(11).
       01  WS-OORSPR-NAAR.
           02 WS-ON-DEEL1 PIC 9(3).
           02 FILLER      PIC X VALUE "-".
           02 WS-ON-DEEL2 PIC 9(7).
           02 FILLER      PIC X VALUE "-".
           02 WS-ON-DEEL3 PIC 9(2).
       01  MELDREGEL.
           02 M-SOORT      PIC X(10).
           02 M-REDEN      PIC X(3).
           02 M-REGELNR    PIC ZZZZZZ9.
           02 FILLER       PIC X VALUE SPACE.
           02 M-REKENING   PIC X(14).
           02 FILLER       PIC X VALUE SPACE.
           02 M-BEDRAG     PIC Z(6)9,99.
           02 FILLER       PIC X VALUE SPACE.
           02 M-TEKST      PIC X(33).
       01  RAPPORTREGEL.
           02 R-OMSCHRIJVING PIC X(20).
           02 R-AANTAL       PIC ZZZZ9.
           02 R-BEDRAG       PIC Z(8)9,99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM INITIALISEER
           IF WS-OPENFOUT
               MOVE 1 TO RETURN-CODE
           ELSE IF AL-GELADEN
               DISPLAY "CLEARINGIMPORT: " WS-INVOERNAAM
                       " WERD AL GELADEN."
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM CONTROLEPAS UNTIL STOPLEZEN
               PERFORM BOEKINGSPAS
               PERFORM SCHRIJF-KOPCONTROLES
               PERFORM SCHRIJF-TOTALEN
               PERFORM MARKEER-GELADEN
               PERFORM WIS-CHECKPUNT
               PERFORM SLUITBESTAND
               DISPLAY "CLEARINGIMPORT: " WS-AANTAL-GEBOEKT
                       " GEBOEKT, " WS-AANTAL-RETOUR
                       " TERUGGESTUURD, " WS-AANTAL-ONLEESBAAR
                       " ONLEESBAAR."
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       INITIALISEER.
           MOVE "N" TO GEDAAN
           PERFORM LEES-BEDRIJFSDATUM
           PERFORM LEES-PARAMETERS
           STRING "BESTANDEN/CLEARINGIN." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-INVOERNAAM
           STRING "BESTANDEN/CLEARINGRETOUR." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-RETOURNAAM
           STRING "BESTANDEN/CLEARINGINRAPPORT." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-RAPPORTNAAM
           PERFORM CONTROLEER-AL-GELADEN
           IF NOT AL-GELADEN
               OPEN OUTPUT RAPPORT
               IF NOT WS-RAPPORT-OK
                   SET WS-OPENFOUT TO TRUE
               ELSE
                   MOVE SPACES TO RAPPORTLIJN
                   STRING "CLEARINGIMPORT " WS-VANDAAG
                          DELIMITED BY SIZE INTO RAPPORTLIJN
                   WRITE RAPPORTLIJN
                   PERFORM LEES-CHECKPUNT
                   OPEN INPUT CLEARINGIN
                   OPEN INPUT KLANTEN
                   OPEN INPUT REKENINGEN
                   OPEN I-O SALDI
                   MOVE ZEROS TO WS-KOP-TELLER
                   MOVE ZEROS TO WS-BLOK-IX
               END-IF
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

       CONTROLEER-AL-GELADEN.
           MOVE "N" TO WS-AL-GELADEN-VLAG
           MOVE "N" TO WS-LOG-GEDAAN
           OPEN INPUT GELADENLOG
           PERFORM LEES-GELADENREGEL UNTIL LOG-KLAAR
           CLOSE GELADENLOG.

       LEES-GELADENREGEL.
           READ GELADENLOG AT END MOVE "J" TO WS-LOG-GEDAAN
           END-READ
           IF NOT LOG-KLAAR AND G-DATUM = WS-VANDAAG
               SET AL-GELADEN TO TRUE
               MOVE "J" TO WS-LOG-GEDAAN
           END-IF.

      * DE DAGTOTALEN GAAN MEE IN HET GELADEN-LOG: DE
      * CLEARINGAFSTEMMING STEMT DE TUSSENREKENING ERMEE AF.
       MARKEER-GELADEN.
           OPEN EXTEND GELADENLOG
           MOVE SPACES TO GELADENREGEL
           MOVE WS-VANDAAG TO G-DATUM
           MOVE WS-AANTAL-IN TO G-AANTAL-IN
           MOVE WS-IN-CENTEN TO G-TOTAAL-IN
           MOVE WS-AANTAL-RETOUR TO G-AANTAL-RETOUR
           MOVE WS-RETOUR-CENTEN TO G-TOTAAL-RETOUR
           WRITE GELADENREGEL
           CLOSE GELADENLOG.

       LEES-CHECKPUNT.
           MOVE ZEROS TO WS-CHECKPUNT-NR
           OPEN INPUT CHECKPUNT
           READ CHECKPUNT AT END MOVE ZEROS TO CHECKPUNTREGEL
           END-READ
           IF CHECKPUNTREGEL IS NUMERIC
               MOVE CHECKPUNTREGEL TO WS-CHECKPUNT-NR
           END-IF
           CLOSE CHECKPUNT.

       SCHRIJF-CHECKPUNT.
           OPEN OUTPUT CHECKPUNT
           MOVE WS-REGELNR TO CHECKPUNTREGEL
           WRITE CHECKPUNTREGEL
           CLOSE CHECKPUNT.

       WIS-CHECKPUNT.
           OPEN OUTPUT CHECKPUNT
           MOVE ZEROS TO CHECKPUNTREGEL
           WRITE CHECKPUNTREGEL
           CLOSE CHECKPUNT.

      * EERSTE PAS: NIETS BOEKEN, ALLEEN PER BLOK TELLEN HOEVEEL
      * REGELS TOE TE WIJZEN EN HOEVEEL TERUG TE STUREN ZIJN.
       CONTROLEPAS.
           READ CLEARINGIN AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               IF K-TYPE = "H"
                   PERFORM NEEM-KOPREGEL
               ELSE
                   PERFORM CONTROLEER-DETAILREGEL
                   IF NOT REGEL-ONLEESBAAR
                       PERFORM TEL-DETAILREGEL
                   END-IF
               END-IF
           END-IF.

       NEEM-KOPREGEL.
           ADD 1 TO WS-KOP-TELLER
           IF WS-KOP-TELLER > 50
               MOVE ZEROS TO WS-BLOK-IX
           ELSE
               MOVE WS-KOP-TELLER TO WS-BLOK-IX
               MOVE WS-KOP-TELLER TO BL-GEVULD
               MOVE ZEROS TO BL-REGEL(WS-BLOK-IX)
               MOVE "N" TO BL-STATUS(WS-BLOK-IX)
               IF K-VAN IS NUMERIC
                       AND K-VAN-DEEL1 NOT = 0
                       AND K-VAN-DEEL1 NOT = WS-BANKPREFIX
                   MOVE K-VAN TO BL-VAN(WS-BLOK-IX)
                   SET BL-GELDIG(WS-BLOK-IX) TO TRUE
               END-IF
               IF K-AANTAL IS NUMERIC AND K-TOTAAL IS NUMERIC
                   MOVE K-AANTAL TO BL-KOP-AANTAL(WS-BLOK-IX)
                   COMPUTE BL-KOP-CENTEN(WS-BLOK-IX) =
                           K-TOTAAL-GEHEEL * 100 + K-TOTAAL-DECIMAAL
               END-IF
           END-IF.

       TEL-DETAILREGEL.
           COMPUTE WS-BEDRAG-CENTEN = D-GEHEEL * 100 + D-DECIMAAL
           ADD 1 TO WS-AANTAL-IN
           ADD WS-BEDRAG-CENTEN TO WS-IN-CENTEN
           ADD 1 TO BL-AANTAL(WS-BLOK-IX)
           ADD WS-BEDRAG-CENTEN TO BL-CENTEN(WS-BLOK-IX)
           IF REGEL-RETOUR
               ADD 1 TO WS-AANTAL-RETOUR
               ADD WS-BEDRAG-CENTEN TO WS-RETOUR-CENTEN
               ADD 1 TO BL-RET-AANTAL(WS-BLOK-IX)
               ADD WS-BEDRAG-CENTEN TO BL-RET-CENTEN(WS-BLOK-IX)
           END-IF.

      * DEZELFDE CONTROLES ALS DE BETAALIMPORT, MAAR EEN FOUTE
      * BEGUNSTIGDE LEIDT TOT EEN RETOUR IN PLAATS VAN EEN
      * WEIGERING. EEN DEBETBLOKKERING ("D") LAAT DE CREDITERING
      * TOE; ALLEEN BLOK-VOLLEDIG STUURT HET GELD TERUG.
       CONTROLEER-DETAILREGEL.
           SET REGEL-OK TO TRUE
           MOVE SPACES TO WS-REDEN
           IF WS-BLOK-IX = 0
               SET REGEL-ONLEESBAAR TO TRUE
               MOVE "09" TO WS-REDEN
           ELSE IF NOT BL-GELDIG(WS-BLOK-IX)
               SET REGEL-ONLEESBAAR TO TRUE
               MOVE "09" TO WS-REDEN
           ELSE IF D-TYPE NOT = "D" OR D-BEDRAG NOT NUMERIC
               SET REGEL-ONLEESBAAR TO TRUE
               MOVE "05" TO WS-REDEN
           ELSE IF D-NAAR NOT NUMERIC
               SET REGEL-RETOUR TO TRUE
               MOVE "05" TO WS-REDEN
           END-IF
           END-IF
           END-IF
           END-IF
           IF REGEL-OK
               COMPUTE WS-BBAN-GETAL = D-NAAR-DEEL1 * 10000000 +
                       D-NAAR-DEEL2
               COMPUTE WS-CONTROLEGETAL =
                       FUNCTION MOD(WS-BBAN-GETAL, 97)
               IF WS-CONTROLEGETAL = 0
                   MOVE 97 TO WS-CONTROLEGETAL
               END-IF
               IF WS-CONTROLEGETAL NOT = D-NAAR-DEEL3
                   MOVE "01" TO WS-REDEN
                   SET REGEL-RETOUR TO TRUE
               END-IF
           END-IF
           IF REGEL-OK
               IF D-NAAR-DEEL1 NOT = WS-BANKPREFIX
                       OR D-NAAR-DEEL2 = WS-CLEARINGREK
                   MOVE "02" TO WS-REDEN
                   SET REGEL-RETOUR TO TRUE
               END-IF
           END-IF
           IF REGEL-OK
               MOVE D-NAAR-DEEL2 TO WS-ZOEK-REKNR
               PERFORM ZOEK-REKENING-EN-KLANT
               IF REKENING-ONBEKEND
                   MOVE "02" TO WS-REDEN
                   SET REGEL-RETOUR TO TRUE
               ELSE IF REKENING-INACTIEF
                   MOVE "03" TO WS-REDEN
                   SET REGEL-RETOUR TO TRUE
               END-IF
               END-IF
           END-IF
           IF REGEL-OK
               MOVE D-NAAR-DEEL2 TO SALDO-NR
               READ SALDI
                   INVALID KEY MOVE ZEROS TO SALDOREC
                               MOVE D-NAAR-DEEL2 TO SALDO-NR
                               SET SALDO-POSITIEF TO TRUE
               END-READ
               IF BLOK-VOLLEDIG
                   MOVE "08" TO WS-REDEN
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

      * TWEEDE PAS: DEZELFDE CONTROLES WIJZEN DEZELFDE REGELS AAN.
      * DE GOEDE WORDEN GEBOEKT (BEHALVE DIE AL VOOR HET CHECKPUNT
      * VAN EEN VORIGE, AFGEBROKEN RUN GEBOEKT WERDEN), DE ANDERE
      * GAAN NAAR HET RETOURBESTAND EN/OF HET RAPPORT.
       BOEKINGSPAS.
           OPEN OUTPUT CLEARINGRETOUR
           CLOSE CLEARINGIN
           OPEN INPUT CLEARINGIN
           OPEN EXTEND VERRICHTINGEN
           MOVE "N" TO GEDAAN
           MOVE ZEROS TO WS-REGELNR
           MOVE ZEROS TO WS-KOP-TELLER
           MOVE ZEROS TO WS-BLOK-IX
           PERFORM BOEK-EEN-REGEL UNTIL STOPLEZEN
           CLOSE VERRICHTINGEN
           CLOSE CLEARINGRETOUR.

       BOEK-EEN-REGEL.
           READ CLEARINGIN AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               ADD 1 TO WS-REGELNR
               IF K-TYPE = "H"
                   PERFORM VOLGEND-BLOK
               ELSE
                   PERFORM CONTROLEER-DETAILREGEL
                   IF REGEL-OK
                       ADD 1 TO WS-AANTAL-GEBOEKT
                       COMPUTE WS-GEBOEKT-CENTEN = WS-GEBOEKT-CENTEN
                               + D-GEHEEL * 100 + D-DECIMAAL
                       IF WS-REGELNR > WS-CHECKPUNT-NR
                           PERFORM BOEK-OVERSCHRIJVING
                           PERFORM SCHRIJF-CHECKPUNT
                       END-IF
                   ELSE IF REGEL-RETOUR
                       PERFORM SCHRIJF-RETOURDETAIL
                       PERFORM MELD-RETOUR
                   ELSE
                       ADD 1 TO WS-AANTAL-ONLEESBAAR
                       PERFORM MELD-ONLEESBAAR
                   END-IF
                   END-IF
               END-IF
           END-IF.

      * ZELFDE BLOKTELLING ALS IN DE EERSTE PAS; HEEFT HET BLOK
      * TERUG TE STUREN REGELS, DAN KOMT ER EERST EEN
      * RETOURKOPREGEL VOOR DIE BANK.
       VOLGEND-BLOK.
           ADD 1 TO WS-KOP-TELLER
           IF WS-KOP-TELLER > 50
               MOVE ZEROS TO WS-BLOK-IX
           ELSE
               MOVE WS-KOP-TELLER TO WS-BLOK-IX
               IF BL-RET-AANTAL(WS-BLOK-IX) > 0
                   PERFORM SCHRIJF-RETOURKOP
               END-IF
           END-IF.

       BOEK-OVERSCHRIJVING.
           MOVE ZEROS TO VERRICHTING
           SET OVERSCHRIJVING TO TRUE
           MOVE BL-VAN(WS-BLOK-IX) TO VAN
           MOVE D-NAAR TO NAAR
           MOVE D-BEDRAG TO BEDRAG
           MOVE WS-VANDAAG TO DATUM
           MOVE D-MEDEDELING TO MEDEDELING
           MOVE "BTCH" TO OPERATOR
           ACCEPT WS-TIJD-RUW FROM TIME
           DIVIDE WS-TIJD-RUW BY 100 GIVING TIJD
           WRITE VERRICHTING
           PERFORM WERK-SALDO-BIJ-AF-CLEARING
           PERFORM WERK-SALDO-BIJ-BIJ-NAAR.

      * DE VAN-KANT IS EEN EXTERNE REKENING: HET GELD KOMT VAN DE
      * CLEARING-TUSSENREKENING, DIE DE ANDERE BANK VIA DE
      * CLEARING VEREFFENT.
       WERK-SALDO-BIJ-AF-CLEARING.
           MOVE WS-CLEARINGREK TO SALDO-NR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           MOVE WS-CLEARINGREK TO SALDO-NR
                           SET SALDO-POSITIEF TO TRUE
           END-READ
           PERFORM LEES-SALDO-CENTEN
           COMPUTE WS-BEDRAG-CENTEN =
                   GEHEEL IN BEDRAG * 100 + DECIMAAL IN BEDRAG
           SUBTRACT WS-BEDRAG-CENTEN FROM WS-SALDO-CENTEN
           PERFORM ZET-SALDO-CENTEN
           REWRITE SALDOREC INVALID KEY WRITE SALDOREC END-WRITE
           END-REWRITE.

       WERK-SALDO-BIJ-BIJ-NAAR.
           MOVE DEEL2 IN NAAR TO SALDO-NR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           MOVE DEEL2 IN NAAR TO SALDO-NR
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

      * DE RETOURKOPREGEL DRAAGT ONZE EIGEN CLEARINGREKENING ALS
      * DEBETREKENING, NET ALS DE KOPREGEL VAN CLEARINGEXPORT.
       SCHRIJF-RETOURKOP.
           MOVE SPACES TO RETOURREGEL
           MOVE "H" TO RK-TYPE
           MOVE WS-BANKPREFIX TO RK-VAN-DEEL1
           MOVE WS-CLEARINGREK TO RK-VAN-DEEL2
           COMPUTE WS-BBAN-GETAL = WS-BANKPREFIX * 10000000 +
                   WS-CLEARINGREK
           COMPUTE WS-CONTROLEGETAL = FUNCTION MOD(WS-BBAN-GETAL, 97)
           IF WS-CONTROLEGETAL = 0
               MOVE 97 TO WS-CONTROLEGETAL
           END-IF
           MOVE WS-CONTROLEGETAL TO RK-VAN-DEEL3
           MOVE BL-RET-AANTAL(WS-BLOK-IX) TO RK-AANTAL
           DIVIDE BL-RET-CENTEN(WS-BLOK-IX) BY 100
               GIVING RK-TOTAAL-GEHEEL
               REMAINDER RK-TOTAAL-DECIMAAL
           WRITE RETOURREGEL.

      * HET DETAIL GAAT NAAR DE CLEARINGREKENING VAN DE
      * OPDRACHTGEVENDE BANK; DE MEDEDELING ZEGT WAAROM EN VOOR
      * WELKE BEGUNSTIGDE, ZODAT DIE BANK HET AAN DE JUISTE
      * OPDRACHTGEVER KAN TERUGBETALEN.
       SCHRIJF-RETOURDETAIL.
           MOVE D-NAAR-DEEL1 TO WS-ON-DEEL1
           MOVE D-NAAR-DEEL2 TO WS-ON-DEEL2
           MOVE D-NAAR-DEEL3 TO WS-ON-DEEL3
           MOVE SPACES TO RETOURREGEL
           MOVE "D" TO RD-TYPE
           MOVE BL-VAN(WS-BLOK-IX) TO RD-NAAR
           MOVE D-BEDRAG TO RD-BEDRAG
           STRING "RETOUR " WS-REDEN " " WS-OORSPR-NAAR " "
                  D-MEDEDELING
                  DELIMITED BY SIZE INTO RD-MEDEDELING
           WRITE RETOURREGEL.

       MELD-RETOUR.
           MOVE SPACES TO MELDREGEL
           MOVE "RETOUR" TO M-SOORT
           MOVE WS-REDEN TO M-REDEN
           MOVE WS-REGELNR TO M-REGELNR
           MOVE WS-OORSPR-NAAR TO M-REKENING
           COMPUTE WS-BEDRAG-CENTEN = D-GEHEEL * 100 + D-DECIMAAL
           MOVE WS-BEDRAG-CENTEN TO M-BEDRAG
           IF WS-REDEN = "01"
               MOVE "ONGELDIG CONTROLEGETAL" TO M-TEKST
           ELSE IF WS-REDEN = "02"
               MOVE "REKENING BESTAAT NIET" TO M-TEKST
           ELSE IF WS-REDEN = "03"
               MOVE "REKENING INACTIEF" TO M-TEKST
           ELSE IF WS-REDEN = "08"
               MOVE "REKENING VOLLEDIG GEBLOKKEERD" TO M-TEKST
           ELSE
               MOVE "ONGELDIG REKENINGNUMMER" TO M-TEKST
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE MELDREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

       MELD-ONLEESBAAR.
           MOVE SPACES TO MELDREGEL
           MOVE "ONLEESBAAR" TO M-SOORT
           MOVE WS-REDEN TO M-REDEN
           MOVE WS-REGELNR TO M-REGELNR
           MOVE INVOERREGEL(1:13) TO M-REKENING
           IF WS-REDEN = "09"
               MOVE "GEEN GELDIGE KOPREGEL ERVOOR" TO M-TEKST
           ELSE
               MOVE "REGELTYPE OF BEDRAG ONLEESBAAR" TO M-TEKST
           END-IF
           MOVE MELDREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

      * EEN KOPREGEL WAARVAN HET AANGEGEVEN AANTAL OF TOTAAL NIET
      * KLOPT MET DE GELEZEN DETAILS WORDT GEMELD; DE REGELS ZELF
      * ZIJN ELK OP HUN EIGEN MERITES VERWERKT.
       SCHRIJF-KOPCONTROLES.
           PERFORM VARYING WS-BLOK-IX FROM 1 BY 1
                   UNTIL WS-BLOK-IX > BL-GEVULD
               IF BL-KOP-AANTAL(WS-BLOK-IX) NOT =
                          BL-AANTAL(WS-BLOK-IX)
                       OR BL-KOP-CENTEN(WS-BLOK-IX) NOT =
                          BL-CENTEN(WS-BLOK-IX)
                   MOVE SPACES TO RAPPORTLIJN
                   STRING "KOPREGEL " BL-VAN(WS-BLOK-IX)
                          ": AANTAL/TOTAAL KLOPT NIET MET DETAILS"
                          DELIMITED BY SIZE INTO RAPPORTLIJN
                   WRITE RAPPORTLIJN
               END-IF
           END-PERFORM
           IF WS-KOP-TELLER > 50
               MOVE SPACES TO RAPPORTLIJN
               STRING "MEER DAN 50 KOPREGELS: DE OVERLOOP WERD NIET "
                      "VERWERKT!"
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
           END-IF.

       SCHRIJF-TOTALEN.
           MOVE SPACES TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTREGEL
           MOVE "INKOMEND" TO R-OMSCHRIJVING
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
           MOVE "TERUGGESTUURD" TO R-OMSCHRIJVING
           MOVE WS-AANTAL-RETOUR TO R-AANTAL
           MOVE WS-RETOUR-CENTEN TO R-BEDRAG
           MOVE RAPPORTREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTREGEL
           MOVE "ONLEESBAAR" TO R-OMSCHRIJVING
           MOVE WS-AANTAL-ONLEESBAAR TO R-AANTAL
           MOVE RAPPORTREGEL TO RAPPORTLIJN
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
           CLOSE CLEARINGIN
           CLOSE RAPPORT
           CLOSE KLANTEN
           CLOSE REKENINGEN
           CLOSE SALDI.

      * DE VERWERKINGSDATUM IS DE OPEN BEDRIJFSDAG UIT
      * "BESTANDEN/BEDRIJFSDATUM" (DOORGEROLD DOOR DE
      * NACHTVERWERKING), NIET DE KLOK: EEN NACHTRUN NA
      * MIDDERNACHT BLIJFT ZO OP DE JUISTE DAG WERKEN. ZOLANG
      * HET BESTAND ONTBREEKT GELDT DE KALENDERDATUM.
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
