      * "BESTANDEN/BALANSSTATUS" GEZET; DE DAGAFSLUITING WEIGERT
      * TE DRAAIEN ZOLANG DE BALANSSTATUS VAN VANDAAG "FOUT" IS.
      *
      * DE AFREKENINGSREKENING VAN HET KAARTNETWERK (PARAMETER
      * NETWERKREK) WORDT BOVENDIEN AFGESTEMD: DE GELDAUTOMAAT- EN
      * KAARTBETALINGEN DIE VANDAAG OP DIE REKENING GEBOEKT ZIJN
      * MOETEN GELIJK ZIJN AAN HET AANVAARDE TOTAAL DAT ATMIMPORT
      * IN "BESTANDEN/ATMIMPORT.GELADEN" AAN HET NETWERK MELDDE.
      * EEN VERSCHIL TELT ALS AFWIJKING.
      *
      * NA EEN HISTORIERETENTIE BEGINT DE HISTORIE VAN ELKE
      * REKENING MET EEN BEGINSALDOREGEL (SOORT 0) OP DE
      * GRENSDATUM, MET HET SALDO VAN ALLE GEARCHIVEERDE REGELS
      * ALS GEWONE BIJ- OF AF-REGEL. HET AFSPELEN VERTREKT DAN
      * VAN DAT BEGINSALDO IN PLAATS VAN VAN NUL EN SLUIT NOG
      * STEEDS OP DE CENT.
      *
      * DRAAIT IN DE NACHTVERWERKING NA DE OPDRACHTUITVOERING EN
      * VOOR DE DAGAFSLUITING, ZODAT DE DAG PAS WORDT AFGESLOTEN
      * ALS HIJ SLUIT.
           SELECT OPTIONAL BALANSSTATUS
                  ASSIGN TO "BESTANDEN/BALANSSTATUS"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ATMGELADEN
                  ASSIGN TO "BESTANDEN/ATMIMPORT.GELADEN"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETERS
                  ASSIGN TO "BESTANDEN/PARAMETERS"
                  ACCESS MODE IS DYNAMIC
           02 HIST-MEDEDELING PIC X(50).
           02 HIST-BRON-VOLGNR PIC 9(6).
           02 HIST-TIJD PIC 9(6).
           02 HIST-HERKOMST PIC X.
               88 HIST-KLANT      VALUE "K".
               88 HIST-NIET-KLANT VALUE "N".

       FD  VERRICHTINGEN BLOCK CONTAINS 10 RECORDS.
       01  VERRICHTING.
           02 TIJD PIC 9(6).
           02 OPDRACHT-REF PIC 9(5).
           02 FIAT-ID PIC X(4).
           02 UITVOERDER PIC 9(7).
           02 MUNT PIC X(3).
           02 VREEMD-BEDRAG.
               03 VREEMD-GEHEEL PIC 9(7).
               03 VREEMD-DECIMAAL PIC 9(2).
           02 KOERS PIC 9(3)V9(6).

       FD  RAPPORT.
       01  RAPPORTLIJN PIC X(80).

      * DAGTOTALEN VAN ATMIMPORT, EEN REGEL PER VERWERKTE DAG.
       FD  ATMGELADEN.
       01  ATMGELADENREGEL.
           02 G-DATUM             PIC 9(8).
           02 FILLER              PIC X.
           02 G-AANTAL-AANVAARD   PIC 9(5).
           02 FILLER              PIC X.
           02 G-AANVAARD-CENTEN   PIC 9(11).
           02 FILLER              PIC X.
           02 G-AANTAL-GEWEIGERD  PIC 9(5).
           02 FILLER              PIC X.
           02 G-GEWEIGERD-CENTEN  PIC 9(11).

       FD PARAMETERS BLOCK CONTAINS 10 RECORDS.
       01  PARAMETER.
           02 PARAM-SLEUTEL.
       77  WS-AANTAL-GECONTROLEERD PIC 9(5) VALUE ZERO.
       77  WS-BANKPREFIX PIC 9(3) VALUE 1.
       77  WS-CLEARINGREK PIC 9(7) VALUE 9999999.
       77  WS-NETWERKREK PIC 9(7) VALUE 9999997.
       77  WS-NETWERK-GEBOEKT PIC 9(11).
       77  WS-NETWERK-GEMELD  PIC 9(11).
       77  WS-ATM-GEDAAN   PIC X.
           88 ATM-KLAAR VALUE "J".
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
       77  WS-PARAM-GEVONDEN-VLAG PIC X.
           02 V-VERWACHT   PIC -(8)9,99.
           02 FILLER       PIC X(12) VALUE " | VERSCHIL ".
           02 V-VERSCHIL   PIC -(8)9,99.
       01  NETWERKREGEL.
           02 FILLER       PIC X(8) VALUE "NETWERK ".
           02 N-REKENING   PIC 9(7).
           02 FILLER       PIC X(11) VALUE " | GEBOEKT ".
           02 N-GEBOEKT    PIC Z(10)9,99.
           02 FILLER       PIC X(11) VALUE " | GEMELD ".
           02 N-GEMELD     PIC Z(10)9,99.
           02 FILLER       PIC X(3) VALUE " | ".
           02 N-UITKOMST   PIC X(8).

       PROCEDURE DIVISION.

               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CONTROLEER-SALDI UNTIL STOPLEZEN
               PERFORM STEM-NETWERK-AF
               PERFORM SCHRIJF-TOTAALREGEL
               PERFORM SCHRIJF-BALANSSTATUS
               PERFORM SLUITBESTAND
               PERFORM SCHRIJF-VERSCHILREGEL
           END-IF.

      * DE EERSTE REGEL VAN DE REKENING IS HET BEGINSALDO VAN DE
      * HISTORIERETENTIE, ALS DIE AL GEDRAAID HEEFT.
       TEL-HISTORIE-OP.
           MOVE "N" TO WS-HIST-GEDAAN
           MOVE WS-REKENING TO HIST-REKENING
               END-IF
           END-IF.

      * DE NETWERKREKENING WORDT ALLEEN DOOR ATMIMPORT GECREDITEERD
      * (AFHALINGEN NAAR DIE REKENING); HET GELADEN-LOG VAN
      * VANDAAG GEEFT HET TOTAAL DAT HET NETWERK ALS AANVAARD
      * TERUGKREEG. ZONDER LOGREGEL VAN VANDAAG IS DAT NUL.
       STEM-NETWERK-AF.
           MOVE ZEROS TO WS-NETWERK-GEBOEKT
           MOVE ZEROS TO WS-NETWERK-GEMELD
           MOVE "N" TO WS-DAG-GEDAAN
           OPEN INPUT VERRICHTINGEN
           PERFORM TEL-EEN-NETWERKBOEKING UNTIL DAG-KLAAR
           CLOSE VERRICHTINGEN
           MOVE "N" TO WS-ATM-GEDAAN
           OPEN INPUT ATMGELADEN
           PERFORM LEES-ATMGELADEN UNTIL ATM-KLAAR
           CLOSE ATMGELADEN
           MOVE SPACES TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE WS-NETWERKREK TO N-REKENING
           MOVE WS-NETWERK-GEBOEKT TO N-GEBOEKT
           MOVE WS-NETWERK-GEMELD TO N-GEMELD
           IF WS-NETWERK-GEBOEKT = WS-NETWERK-GEMELD
               MOVE "SLUIT" TO N-UITKOMST
           ELSE
               MOVE "VERSCHIL" TO N-UITKOMST
               ADD 1 TO WS-AANTAL-FOUT
           END-IF
           MOVE NETWERKREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

       TEL-EEN-NETWERKBOEKING.
           READ VERRICHTINGEN AT END MOVE "J" TO WS-DAG-GEDAAN
           END-READ
           IF NOT DAG-KLAAR AND AFHALING
                   AND DEEL1 IN NAAR = WS-BANKPREFIX
                   AND DEEL2 IN NAAR = WS-NETWERKREK
               COMPUTE WS-NETWERK-GEBOEKT = WS-NETWERK-GEBOEKT +
                       GEHEEL IN BEDRAG * 100 + DECIMAAL IN BEDRAG
           END-IF.

       LEES-ATMGELADEN.
           READ ATMGELADEN AT END MOVE "J" TO WS-ATM-GEDAAN
           END-READ
           IF NOT ATM-KLAAR AND G-DATUM = WS-VANDAAG
               MOVE G-AANVAARD-CENTEN TO WS-NETWERK-GEMELD
           END-IF.

       SCHRIJF-VERSCHILREGEL.
           MOVE WS-REKENING TO V-REKENING
           MOVE WS-LIVE-CENTEN TO V-LIVE
           CLOSE HISTORIE
           CLOSE RAPPORT.

      * HET EIGEN BANKPREFIX, DE CLEARING-TUSSENREKENING EN DE
      * NETWERKREKENING KOMEN UIT HET PARAMETERBESTAND, MET
      * DEZELFDE INGEBOUWDE STANDAARDWAARDEN ALS ELDERS.
       LEES-PARAMETERS.
           OPEN INPUT PARAMETERS
           MOVE "BANKPREFIX" TO WS-PARAM-NAAM
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-CLEARINGREK
           END-IF
           MOVE "NETWERKREK" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-NETWERKREK
           END-IF
           CLOSE PARAMETERS.

      * ZOEKT IN HET PARAMETERBESTAND DE WAARDE VAN WS-PARAM-NAAM
