      * VAN DE GOEDGEKEURDE REGELS DEKKEN (SALDO PLUS
      * KREDIETLIMIET). ELKE DETAILREGEL ONDERGAAT DEZELFDE
      * CONTROLES ALS HET OVERSCHRIJVINGSCHERM: CONTROLEGETAL,
      * BESTAANDE EN ACTIEVE KLANT. EEN CREDITREKENING BIJ EEN
      * ANDERE BANK (DEEL1 NIET HET EIGEN BANKPREFIX) WORDT, NET
      * ALS IN VERRICHTING, VIA DE CLEARING-TUSSENREKENING
      * (PARAMETER CLEARINGREK) BETAALD EN GAAT MEE IN DE
      * CLEARINGEXPORT; DAARVOOR GELDT ALLEEN DE CONTROLE VAN HET
      * CONTROLEGETAL.
      *
      * ELKE GEBOEKTE OVERSCHRIJVING KRIJGT EEN VOLGNUMMER VIA
      * DAGTELLERS, ZOALS DE LOKETVERRICHTINGEN. DE BETAALRUN VAN
      * DE AANKOOPFACTUREN (ZIE AANKOOPFACTUREN) GEBRUIKT DIT
      * BESTANDSFORMAAT; FACTUURAFPUNTING ZET 'S NACHTS HET
      * VOLGNUMMER VAN DE BETALING OP DE BETAALDE FACTUUR.
      *
      * GEWEIGERDE REGELS GAAN MET EEN REDENCODE NAAR
      * "BESTANDEN/BETAALWEIGERINGEN" (TERUG TE BEZORGEN AAN DE
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
           02 KLANT-STATUS   PIC X.
               88 KLANT-ACTIEF   VALUE "A".
               88 KLANT-INACTIEF VALUE "I".
           02 RIJKSREGISTERNR PIC 9(11).
           02 GEBOORTEDATUM   PIC 9(8).

      * REKENINGENBESTAND (ONDERHOUD VIA KLANTENBEHEER): ELKE
      * REKENING VERWIJST NAAR HAAR EIGENAAR IN KLANTEN; EEN
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
           02 WS-KONTROLE-GEHEEL   PIC 9(9).
           02 WS-KONTROLE-DECIMAAL PIC 9(2).
       77  WS-ZOEK-REKNR PIC 9(7).
       77  WS-VOLGNR-MAX PIC 9(6).
       77  WS-VOLGNR-GEDAAN PIC X.
           88 VOLGNR-KLAAR VALUE "J".
       77  WS-VERRICHTING-OPSLAG PIC X(151).
       77  WS-BANKPREFIX PIC 9(3) VALUE 1.
       77  WS-CLEARINGREK PIC 9(7) VALUE 9999999.
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
       77  WS-PARAM-GEVONDEN-VLAG PIC X.
           88 PARAM-GEVONDEN VALUE "J".
       77  WS-PARAM-GEDAAN PIC X.
           88 PARAM-KLAAR VALUE "J".
       77  WS-REK-CHECK PIC X.
           88 REKENING-GELDIG   VALUE "G".
           88 REKENING-ONBEKEND VALUE "O".
       INITIALISEER.
           MOVE "N" TO GEDAAN
           PERFORM LEES-BEDRIJFSDATUM
           PERFORM LEES-PARAMETERS
           OPEN INPUT BETAALOPDRACHTEN
           OPEN OUTPUT WEIGERINGEN
           OPEN INPUT KLANTEN
           OPEN INPUT REKENINGEN
           OPEN I-O SALDI.

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

      * EERSTE PAS: NIETS BOEKEN, ALLEEN TELLEN EN CONTROLEREN.
      * GEWEIGERDE DETAILREGELS GAAN METEEN NAAR HET
      * WEIGERINGENBESTAND; GOEDE REGELS TELLEN MEE VOOR DE
                   SET REGEL-NOK TO TRUE
               END-IF
           END-IF
           IF REGEL-OK AND D-NAAR-DEEL1 = WS-BANKPREFIX
               MOVE D-NAAR-DEEL2 TO WS-ZOEK-REKNR
               PERFORM ZOEK-REKENING-EN-KLANT
               IF REKENING-ONBEKEND
      * EEN VOLLEDIG GEBLOKKEERDE CREDITREKENING ("B") MAG OOK
      * GEEN LOON MEER ONTVANGEN; EEN DEBETBLOKKERING ("D", BV.
      * EEN BESLAG) LAAT DE CREDITERING WEL TOE.
           IF REGEL-OK AND D-NAAR-DEEL1 = WS-BANKPREFIX
               MOVE D-NAAR-DEEL2 TO SALDO-NR
               READ SALDI
                   INVALID KEY MOVE ZEROS TO SALDOREC
           MOVE "BTCH" TO OPERATOR
           ACCEPT WS-TIJD-RUW FROM TIME
           DIVIDE WS-TIJD-RUW BY 100 GIVING TIJD
           PERFORM BEPAAL-VOLGNR
           WRITE VERRICHTING
           PERFORM WERK-SALDO-BIJ-AF-VAN
           PERFORM WERK-SALDO-BIJ-BIJ-NAAR.
           REWRITE SALDOREC INVALID KEY WRITE SALDOREC END-WRITE
           END-REWRITE.

      * EEN BEGUNSTIGDE BIJ EEN ANDERE BANK WORDT BETAALD VIA DE
      * CLEARING-TUSSENREKENING.
       WERK-SALDO-BIJ-BIJ-NAAR.
           IF DEEL1 IN NAAR = WS-BANKPREFIX
               MOVE DEEL2 IN NAAR TO WS-ZOEK-REKNR
           ELSE
               MOVE WS-CLEARINGREK TO WS-ZOEK-REKNR
           END-IF
           MOVE WS-ZOEK-REKNR TO SALDO-NR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           MOVE WS-ZOEK-REKNR TO SALDO-NR
                           SET SALDO-POSITIEF TO TRUE
           END-READ
           PERFORM LEES-SALDO-CENTEN
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

       SCHRIJF-WEIGERING.
           MOVE SPACES TO WEIGERREGEL
           MOVE WS-REDEN TO W-REDEN
           CLOSE REKENINGEN
           CLOSE SALDI.

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
      * NACHTVERWERKING), NIET DE KLOK: EEN NACHTRUN NA
