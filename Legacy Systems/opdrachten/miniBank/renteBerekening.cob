      *
      * MAANDELIJKSE BATCHJOB: LOOPT ALLE ACTIEVE KLANTEN AF,
      * BEREKENT DE RENTE OP HUN SALDO EN BOEKT DIE RENTE BIJ.
      *
      * DE RENTE WORDT BEREKEND OP DE DAGSALDI VAN DE PERIODE
      * (METHODE VAN DE "GETALLEN"), NIET OP HET SALDO VAN DE
      * DAG VAN DE RUN: ELK DAGSALDO UIT "BESTANDEN/DAGSALDI"
      * (AANGELEGD DOOR DAGSALDOOPBOUW IN DE NACHTVERWERKING)
      * TELT MEE VOOR HET AANTAL KALENDERDAGEN TOT HET VOLGENDE
      * DAGSALDO. DE POSITIEVE DAGEN LEVEREN CREDITRENTE (PER DAG
      * TEGEN RENTEVOET OF, BOVEN DE RENTEBAND, RENTEVOET2), DE
      * NEGATIEVE DAGEN DEBETRENTE. DE RENTEVOETEN BLIJVEN
      * VOETEN PER MAAND: RENTE = VOET X SOM(SALDO X DAGEN) /
      * DAGEN IN DE PERIODE. HET LAATSTE DAGSALDO VAN VOOR DE
      * PERIODE GELDT TOT HET EERSTE DAGSALDO IN DE PERIODE. EEN
      * REKENING ZONDER DAGSALDI (NOG NOOIT DOOR DE
      * NACHTVERWERKING GEGAAN) KRIJGT RENTE OP HAAR HUIDIG SALDO
      * VOOR DE HELE PERIODE.
      *
      * DE PERIODE LOOPT VAN DE DATUM VAN DE VORIGE VOLLEDIGE RUN
      * (BIJGEHOUDEN IN "BESTANDEN/RENTEPERIODE") TOT VANDAAG;
      * ZONDER VORIGE RUN BEGINT ZE OP DE EERSTE VAN DE MAAND (OP
      * DE EERSTE VAN DE MAAND ZELF: DE EERSTE VAN DE VORIGE
      * MAAND). DE BOEKINGSTEKST TOONT HET AANTAL DAGEN EN HET
      * GEMIDDELD SALDO, ZODAT DE KLANT ZE OP ZIJN UITTREKSEL
      * TERUGVINDT.
      * DE RENTE WORDT ZOWEL BIJGEWERKT IN "BESTANDEN/SALDO" ALS
      * WEGGESCHREVEN ALS EEN VERRICHTING (SOORT 4, RENTE) IN
      * "BESTANDEN/DAGVERRICHTINGEN", ZODAT DE DAGAFSLUITING ZE
      * NETTORENTE. DE JAARAFSLUITING TELT BEIDE SOORTEN REGELS
      * UIT DE HISTORIE OP TOT HET FISCAAL OVERZICHT PER KLANT.
      *
      * SLAPENDE REKENINGEN (ZIE SLAPENDEREKENINGEN) BLIJVEN
      * GEWOON RENTE KRIJGEN.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTEBEREKENING.
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS REK-NR.
           SELECT OPTIONAL DAGSALDI
                  ASSIGN TO "BESTANDEN/DAGSALDI"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS DS-SLEUTEL.
           SELECT OPTIONAL RENTEPERIODE
                  ASSIGN TO "BESTANDEN/RENTEPERIODE"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BEDRIJFSDATUM
                  ASSIGN TO "BESTANDEN/BEDRIJFSDATUM"
           02 KLANT-STATUS   PIC X.
               88 KLANT-ACTIEF   VALUE "A".
               88 KLANT-INACTIEF VALUE "I".
           02 RIJKSREGISTERNR PIC 9(11).
           02 GEBOORTEDATUM   PIC 9(8).

       FD  SALDI BLOCK CONTAINS 10 RECORDS.
       01  SALDOREC.
           02 TIJD PIC 9(6).
           02 OPDRACHT-REF PIC 9(5).
           02 FIAT-ID PIC X(4).
           02 UITVOERDER PIC 9(7).
           02 MUNT PIC X(3).
           02 VREEMD-BEDRAG.
               03 VREEMD-GEHEEL PIC 9(7).
               03 VREEMD-DECIMAAL PIC 9(2).
           02 KOERS PIC 9(3)V9(6).

       FD PARAMETERS BLOCK CONTAINS 10 RECORDS.
       01  PARAMETER.
           02 REK-STATUS PIC X.
               88 REK-ACTIEF   VALUE "A".
               88 REK-INACTIEF VALUE "I".
               88 REK-SLAPEND  VALUE "S".

      * DAGSALDI (ZIE DAGSALDOOPBOUW): EINDSALDO PER REKENING PER
      * AFGESLOTEN BEDRIJFSDAG.
       FD  DAGSALDI BLOCK CONTAINS 10 RECORDS.
       01  DAGSALDOREC.
           02 DS-SLEUTEL.
               03 DS-REKENING PIC 9(7).
               03 DS-DATUM    PIC 9(8).
           02 DS-TEKEN PIC X.
               88 DS-POSITIEF VALUE "+".
               88 DS-NEGATIEF VALUE "-".
           02 DS-BEDRAG.
               03 DS-GEHEEL    PIC 9(7).
               03 DS-DECIMAAL  PIC 9(2).

       FD  CHECKPUNT.
       01  CHECKPUNTREGEL PIC 9(7).

       FD  RENTEPERIODE.
       01  RENTEPERIODEREGEL PIC 9(8).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

           88 REKENING-IS-SPAAR VALUE "S".
       77  WS-REK-GEDAAN PIC X.
           88 REK-KLAAR VALUE "J".
       77  WS-DEBETRENTE-CENTEN PIC 9(9).
       77  WS-PERIODE-DAGEN PIC 9(5).
       77  WS-DS-GEDAAN PIC X.
           88 DS-KLAAR VALUE "J".
       77  WS-DS-GEVONDEN-VLAG PIC X.
           88 DS-GEVONDEN VALUE "J".
       77  WS-DS-VORIG-DATUM PIC 9(8).
       77  WS-DS-VORIG-CENTEN PIC S9(9).
       77  WS-DS-CENTEN PIC S9(9).
       77  WS-DS-DAGEN PIC 9(5).
       77  WS-DAGEN-POSITIEF PIC 9(5).
       77  WS-DAGEN-NEGATIEF PIC 9(5).
      * DE "GETALLEN": SOM VAN SALDO (IN CENTEN) X AANTAL DAGEN,
      * APART VOOR DE DAGEN ONDER EN BOVEN DE RENTEBAND EN VOOR DE
      * NEGATIEVE DAGEN.
       77  WS-GETAL-BAND1 PIC 9(15).
       77  WS-GETAL-BAND2 PIC 9(15).
       77  WS-GETAL-DEBET PIC 9(15).
       77  WS-GEMIDDELD-CENTEN PIC 9(9).
       01  WS-PERIODE-START.
           02 WS-PS-JAAR  PIC 9(4).
           02 WS-PS-MAAND PIC 9(2).
           02 WS-PS-DAG   PIC 9(2).
       01  WS-PERIODE-START-NUM REDEFINES WS-PERIODE-START PIC 9(8).
       01  WS-RENTETEKST.
           02 WS-RT-DAGEN PIC 9(3).
           02 WS-RT-GEMIDDELD PIC Z(6)9,99.

       PROCEDURE DIVISION.

           PERFORM VERWERK-KLANTEN UNTIL STOPLEZEN
           PERFORM VERWERK-EXTRA-REKENINGEN
           PERFORM WIS-CHECKPUNT
           PERFORM SCHRIJF-RENTEPERIODE
           PERFORM SLUITBESTAND
           DISPLAY "RENTEBEREKENING: " WS-AANTAL-VERWERKT
                   " REKENINGEN BIJGEWERKT."
           OPEN INPUT REKENINGEN
           OPEN I-O SALDI
           OPEN EXTEND VERRICHTINGEN
           OPEN INPUT DAGSALDI
           PERFORM LEES-PARAMETERS
           PERFORM LEES-RENTEPERIODE
           PERFORM LEES-CHECKPUNT
           MOVE WS-CHECKPUNT-NR TO NR
           START KLANTEN KEY IS NOT LESS THAN NR
           END-IF
           CLOSE PARAMETERS.

      * BEGIN VAN DE RENTEPERIODE: DE DATUM VAN DE VORIGE
      * VOLLEDIGE RUN. ZONDER BRUIKBARE VORIGE RUN GELDT DE EERSTE
      * VAN DE MAAND (OP DE EERSTE ZELF: DE EERSTE VAN DE VORIGE
      * MAAND), ZODAT DE PERIODE NOOIT LEEG IS.
       LEES-RENTEPERIODE.
           OPEN INPUT RENTEPERIODE
           READ RENTEPERIODE
               AT END MOVE ZEROS TO RENTEPERIODEREGEL
           END-READ
           CLOSE RENTEPERIODE
           IF RENTEPERIODEREGEL IS NUMERIC
                   AND RENTEPERIODEREGEL > 0
                   AND RENTEPERIODEREGEL < WS-VANDAAG
               MOVE RENTEPERIODEREGEL TO WS-PERIODE-START-NUM
           ELSE
               MOVE WS-VANDAAG TO WS-PERIODE-START-NUM
               IF WS-PS-DAG = 1
                   IF WS-PS-MAAND = 1
                       MOVE 12 TO WS-PS-MAAND
                       SUBTRACT 1 FROM WS-PS-JAAR
                   ELSE
                       SUBTRACT 1 FROM WS-PS-MAAND
                   END-IF
               END-IF
               MOVE 1 TO WS-PS-DAG
           END-IF
           COMPUTE WS-PERIODE-DAGEN =
                   FUNCTION INTEGER-OF-DATE(WS-VANDAAG)
                 - FUNCTION INTEGER-OF-DATE(WS-PERIODE-START-NUM).

      * PAS NA EEN VOLLEDIGE RUN SCHUIFT HET BEGIN VAN DE VOLGENDE
      * PERIODE OP; EEN HERSTART NA EEN CRASH REKENT DUS OVER
      * DEZELFDE PERIODE VERDER.
       SCHRIJF-RENTEPERIODE.
           OPEN OUTPUT RENTEPERIODE
           MOVE WS-VANDAAG TO RENTEPERIODEREGEL
           WRITE RENTEPERIODEREGEL
           CLOSE RENTEPERIODE.

       LEES-CHECKPUNT.
           MOVE ZEROS TO WS-CHECKPUNT-NR
           OPEN INPUT CHECKPUNT
           READ REKENINGEN NEXT RECORD
               AT END MOVE "J" TO WS-REK-GEDAAN
           END-READ
           IF NOT REK-KLAAR AND (REK-ACTIEF OR REK-SLAPEND)
                   AND REK-NR NOT = REK-KLANT
               MOVE REK-KLANT TO NR
               READ KLANTEN
           PERFORM CONTROLEER-AL-VERWERKT
           IF NOT AL-VERWERKT
               PERFORM LEES-SALDO-CENTEN
               PERFORM VERZAMEL-GETALLEN
               PERFORM BEREKEN-CREDITRENTE
               PERFORM BEREKEN-DEBETRENTE
               IF WS-RENTE-CENTEN > 0 OR WS-DEBETRENTE-CENTEN > 0
                   PERFORM BOEK-RENTE
               END-IF
           END-IF.

      * LOOPT DE DAGSALDI VAN DE REKENING IN DE PERIODE AF. ELK
      * DAGSALDO GELDT TOT DE DATUM VAN HET VOLGENDE (HET LAATSTE
      * TOT VANDAAG); PAS ALS DAT VOLGENDE GELEZEN IS, IS HET
      * AANTAL DAGEN VAN HET VORIGE GEKEND. HET LAATSTE DAGSALDO
      * VAN VOOR DE PERIODE GELDT VANAF HET BEGIN VAN DE PERIODE
      * TOT HET EERSTE DAGSALDO ERIN; DAAROM BEGINT DE LEZING BIJ
      * HET EERSTE DAGSALDO VAN DE REKENING.
       VERZAMEL-GETALLEN.
           MOVE ZEROS TO WS-GETAL-BAND1
           MOVE ZEROS TO WS-GETAL-BAND2
           MOVE ZEROS TO WS-GETAL-DEBET
           MOVE ZEROS TO WS-DAGEN-POSITIEF
           MOVE ZEROS TO WS-DAGEN-NEGATIEF
           MOVE "N" TO WS-DS-GEVONDEN-VLAG
           MOVE "N" TO WS-DS-GEDAAN
           MOVE WS-RENTE-REKENING TO DS-REKENING
           MOVE ZEROS TO DS-DATUM
           START DAGSALDI KEY IS NOT LESS THAN DS-SLEUTEL
               INVALID KEY MOVE "J" TO WS-DS-GEDAAN
           END-START
           PERFORM LEES-EEN-DAGSALDO UNTIL DS-KLAAR
           IF DS-GEVONDEN
               COMPUTE WS-DS-DAGEN =
                       FUNCTION INTEGER-OF-DATE(WS-VANDAAG)
                     - FUNCTION INTEGER-OF-DATE(WS-DS-VORIG-DATUM)
           ELSE
               MOVE WS-PERIODE-DAGEN TO WS-DS-DAGEN
               MOVE WS-SALDO-CENTEN TO WS-DS-VORIG-CENTEN
           END-IF
           PERFORM TEL-GETAL.

       LEES-EEN-DAGSALDO.
           READ DAGSALDI NEXT RECORD
               AT END MOVE "J" TO WS-DS-GEDAAN
           END-READ
           IF NOT DS-KLAAR
               IF DS-REKENING NOT = WS-RENTE-REKENING
                       OR DS-DATUM NOT < WS-VANDAAG
                   MOVE "J" TO WS-DS-GEDAAN
               ELSE
                   COMPUTE WS-DS-CENTEN =
                           DS-GEHEEL * 100 + DS-DECIMAAL
                   IF DS-NEGATIEF
                       COMPUTE WS-DS-CENTEN = 0 - WS-DS-CENTEN
                   END-IF
                   IF DS-DATUM < WS-PERIODE-START-NUM
                       SET DS-GEVONDEN TO TRUE
                       MOVE WS-PERIODE-START-NUM TO WS-DS-VORIG-DATUM
                       MOVE WS-DS-CENTEN TO WS-DS-VORIG-CENTEN
                   ELSE
                       IF DS-GEVONDEN
                           COMPUTE WS-DS-DAGEN =
                                   FUNCTION INTEGER-OF-DATE(DS-DATUM)
                                 - FUNCTION INTEGER-OF-DATE(
                                       WS-DS-VORIG-DATUM)
                           PERFORM TEL-GETAL
                       END-IF
                       SET DS-GEVONDEN TO TRUE
                       MOVE DS-DATUM TO WS-DS-VORIG-DATUM
                       MOVE WS-DS-CENTEN TO WS-DS-VORIG-CENTEN
                   END-IF
               END-IF
           END-IF.

      * TELT EEN DAGSALDO (WS-DS-VORIG-CENTEN) VOOR WS-DS-DAGEN
      * DAGEN MEE. DE RENTEBAND WERKT PER DAG: ENKEL DE DAGEN MET
      * EEN SALDO BOVEN DE BAND KRIJGEN RENTEVOET2 (NIET VOOR
      * SPAARREKENINGEN, DIE HEBBEN HUN EIGEN VOET).
       TEL-GETAL.
           IF WS-DS-VORIG-CENTEN > 0
               ADD WS-DS-DAGEN TO WS-DAGEN-POSITIEF
               IF NOT REKENING-IS-SPAAR
                       AND WS-RENTEBAND-CENTEN > 0
                       AND WS-RENTEVOET2 > 0
                       AND WS-DS-VORIG-CENTEN > WS-RENTEBAND-CENTEN
                   COMPUTE WS-GETAL-BAND2 = WS-GETAL-BAND2
                           + WS-DS-VORIG-CENTEN * WS-DS-DAGEN
               ELSE
                   COMPUTE WS-GETAL-BAND1 = WS-GETAL-BAND1
                           + WS-DS-VORIG-CENTEN * WS-DS-DAGEN
               END-IF
           ELSE IF WS-DS-VORIG-CENTEN < 0
               ADD WS-DS-DAGEN TO WS-DAGEN-NEGATIEF
               COMPUTE WS-GETAL-DEBET = WS-GETAL-DEBET
                       - WS-DS-VORIG-CENTEN * WS-DS-DAGEN
           END-IF
           END-IF.

       BEREKEN-CREDITRENTE.
           MOVE ZEROS TO WS-RENTE-CENTEN
           MOVE ZEROS TO WS-VOORHEFFING-CENTEN
           IF WS-PERIODE-DAGEN > 0 AND WS-DAGEN-POSITIEF > 0
               IF REKENING-IS-SPAAR
                   COMPUTE WS-RENTE-CENTEN ROUNDED =
                           WS-GETAL-BAND1 * WS-SPAARRENTEVOET
                           / WS-PERIODE-DAGEN
               ELSE
                   COMPUTE WS-RENTE-CENTEN ROUNDED =
                           (WS-GETAL-BAND1 * WS-RENTEVOET
                          + WS-GETAL-BAND2 * WS-RENTEVOET2)
                           / WS-PERIODE-DAGEN
               END-IF
               COMPUTE WS-VOORHEFFING-CENTEN ROUNDED =
                       WS-RENTE-CENTEN * WS-VOORHEFFINGVOET
           END-IF.

       BEREKEN-DEBETRENTE.
           MOVE ZEROS TO WS-DEBETRENTE-CENTEN
           IF WS-PERIODE-DAGEN > 0 AND WS-DAGEN-NEGATIEF > 0
               COMPUTE WS-DEBETRENTE-CENTEN ROUNDED =
                       WS-GETAL-DEBET * WS-DEBETRENTEVOET
                       / WS-PERIODE-DAGEN
           END-IF.

      * HET SALDO WORDT IN EEN KEER MET DE NETTORENTE (BRUTO MIN
      * VOORHEFFING MIN DEBETRENTE) BIJGEWERKT; ALLE VERRICHTINGEN
      * WORDEN VOOR DE REWRITE GESCHREVEN ZODAT EEN CRASH ERTUSSEN
      * DOOR DE SALDOCONTROLE GEVONDEN WORDT, NET ALS VOORHEEN.
       BOEK-RENTE.
           ADD WS-RENTE-CENTEN TO WS-SALDO-CENTEN
           SUBTRACT WS-VOORHEFFING-CENTEN FROM WS-SALDO-CENTEN
           SUBTRACT WS-DEBETRENTE-CENTEN FROM WS-SALDO-CENTEN
           PERFORM ZET-SALDO-CENTEN
           IF WS-RENTE-CENTEN > 0
               PERFORM SCHRIJF-RENTEVERRICHTING
               IF WS-VOORHEFFING-CENTEN > 0
                   PERFORM SCHRIJF-VOORHEFFINGVERRICHTING
               END-IF
           END-IF
           IF WS-DEBETRENTE-CENTEN > 0
               PERFORM SCHRIJF-DEBETRENTEVERRICHTING
           END-IF
           REWRITE SALDOREC
           ADD 1 TO WS-AANTAL-VERWERKT.

       LEES-SALDO-CENTEN.
           COMPUTE WS-SALDO-CENTEN =
               GIVING GEHEEL IN BEDRAG
               REMAINDER DECIMAAL IN BEDRAG
           MOVE WS-VANDAAG TO DATUM
      * TEKST: AANTAL POSITIEVE DAGEN EN HET GEMIDDELD SALDO OVER
      * DIE DAGEN (PAST IN DE 44 TEKENS VAN HET UITTREKSEL).
           COMPUTE WS-GEMIDDELD-CENTEN ROUNDED =
                   (WS-GETAL-BAND1 + WS-GETAL-BAND2)
                   / WS-DAGEN-POSITIEF
           MOVE WS-DAGEN-POSITIEF TO WS-RT-DAGEN
           MOVE WS-GEMIDDELD-CENTEN TO WS-RT-GEMIDDELD
           MOVE SPACES TO MEDEDELING
           STRING "CREDITRENTE " WS-RT-DAGEN " DGN, GEM. SALDO "
                  WS-RT-GEMIDDELD
                  DELIMITED BY SIZE INTO MEDEDELING
           MOVE "BTCH" TO OPERATOR
           ACCEPT WS-TIJD-RUW FROM TIME
           DIVIDE WS-TIJD-RUW BY 100 GIVING TIJD
           MOVE ZEROS TO VERRICHTING
           SET RENTE TO TRUE
           MOVE WS-RENTE-REKENING TO DEEL2 IN VAN
           DIVIDE WS-DEBETRENTE-CENTEN BY 100
               GIVING GEHEEL IN BEDRAG
               REMAINDER DECIMAAL IN BEDRAG
           MOVE WS-VANDAAG TO DATUM
           COMPUTE WS-GEMIDDELD-CENTEN ROUNDED =
                   WS-GETAL-DEBET / WS-DAGEN-NEGATIEF
           MOVE WS-DAGEN-NEGATIEF TO WS-RT-DAGEN
           MOVE WS-GEMIDDELD-CENTEN TO WS-RT-GEMIDDELD
           MOVE SPACES TO MEDEDELING
           STRING "DEBETRENTE " WS-RT-DAGEN " DGN, GEM. SALDO -"
                  WS-RT-GEMIDDELD
                  DELIMITED BY SIZE INTO MEDEDELING
           MOVE "BTCH" TO OPERATOR
           ACCEPT WS-TIJD-RUW FROM TIME
           DIVIDE WS-TIJD-RUW BY 100 GIVING TIJD
           CLOSE KLANTEN
           CLOSE REKENINGEN
           CLOSE SALDI
           CLOSE DAGSALDI
           CLOSE VERRICHTINGEN.

      * DE VERWERKINGSDATUM IS DE OPEN BEDRIJFSDAG UIT
