      * INVOERSCHERM BIJ LOKETINVOER) BETEKENT GEEN TEGENPARTIJ
      * EN LEVERT GEEN REGEL OP.
      *
      * ELKE REGEL KRIJGT EEN HERKOMST MEE: "K" VOOR EEN BEWEGING
      * DIE DE KLANT ZELF AAN HET LOKET DEED, "N" VOOR AL DE REST
      * (ZIE BEPAAL-HERKOMST). REGELS VAN VOOR DEZE INDELING HEBBEN
      * EEN SPATIE ALS HERKOMST.
      *
      * ZO BLIJVEN VERRICHTINGEN OOK NA DE DAGAFSLUITING OPVRAAGBAAR
      * PER REKENING EN PER PERIODE (ZIE DE HISTORIEKOPTIE IN
      * KLANTENBEHEER).
           02 A-TIJD PIC 9(6).
           02 A-OPDRACHT-REF PIC 9(5).
           02 A-FIAT-ID PIC X(4).
           02 A-UITVOERDER PIC 9(7).
           02 A-MUNT PIC X(3).
           02 A-VREEMD-BEDRAG.
               03 A-VREEMD-GEHEEL PIC 9(7).
               03 A-VREEMD-DECIMAAL PIC 9(2).
           02 A-KOERS PIC 9(3)V9(6).

       FD  HISTORIE BLOCK CONTAINS 10 RECORDS.
       01  HISTORIEREC.
           02 HIST-MEDEDELING PIC X(50).
           02 HIST-BRON-VOLGNR PIC 9(6).
           02 HIST-TIJD PIC 9(6).
           02 HIST-HERKOMST PIC X.
               88 HIST-KLANT      VALUE "K".
               88 HIST-NIET-KLANT VALUE "N".

       FD  GELADENLOG.
       01  GELADENREGEL PIC 9(8).
       77  WS-GESCHREVEN-VLAG PIC X.
           88 REGEL-GESCHREVEN VALUE "J".
       77  WS-AANTAL-REGELS PIC 9(5) VALUE ZERO.
       77  WS-HISTORIE-OPSLAG PIC X(100).
       77  WS-BANKPREFIX PIC 9(3) VALUE 1.
       77  WS-CLEARINGREK PIC 9(7) VALUE 9999999.
       77  WS-NETWERKREK PIC 9(7) VALUE 9999997.
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
       77  WS-PARAM-GEVONDEN-VLAG PIC X.
               OPEN I-O HISTORIE
           END-IF.

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

       CONTROLEER-AL-GELADEN.
           MOVE A-BEDRAG TO HIST-BEDRAG
           MOVE A-MEDEDELING TO HIST-MEDEDELING
           MOVE A-VOLGNR TO HIST-BRON-VOLGNR
           MOVE A-TIJD TO HIST-TIJD
           PERFORM BEPAAL-HERKOMST.

      * EEN NAAR-REKENING MET EEN ANDER BANKPREFIX BESTAAT HIER
      * NIET: DE CREDITKANT VAN ZO'N OVERSCHRIJVING WERD OP DE
           MOVE A-BEDRAG TO HIST-BEDRAG
           MOVE A-MEDEDELING TO HIST-MEDEDELING
           MOVE A-VOLGNR TO HIST-BRON-VOLGNR
           MOVE A-TIJD TO HIST-TIJD
           PERFORM BEPAAL-HERKOMST.

      * EEN BEWEGING GELDT ALS DOOR DE KLANT ZELF GEDAAN (VOOR DE
      * OPSPORING VAN SLAPENDE REKENINGEN) ALS ZE AAN HET LOKET
      * WERD INGEBRACHT (GEEN BATCHBOEKING, GEEN DOORLOPENDE
      * OPDRACHT) EN HET EEN STORTING, EEN AFHALING OF DE AF-KANT
      * VAN EEN OVERSCHRIJVING IS. RENTE, KOSTEN, STORNO'S EN
      * ONTVANGEN OVERSCHRIJVINGEN TELLEN NIET MEE. EEN
      * GELDOPNAME OF KAARTBETALING (AFHALING NAAR DE
      * NETWERKREKENING, GEBOEKT DOOR ATMIMPORT) DEED DE KLANT
      * OOK ZELF, AL IS HET EEN BATCHBOEKING.
       BEPAAL-HERKOMST.
           SET HIST-NIET-KLANT TO TRUE
           IF A-OPERATOR NOT = "BTCH"
                   AND (A-OPDRACHT-REF NOT NUMERIC
                        OR A-OPDRACHT-REF = 0)
               IF A-STORTING OR A-AFHALING
                       OR (A-OVERSCHRIJVING AND HIST-AF)
                   SET HIST-KLANT TO TRUE
               END-IF
           END-IF
           IF A-AFHALING AND HIST-AF
                   AND A-NAAR-DEEL2 IS NUMERIC
                   AND A-NAAR-DEEL2 = WS-NETWERKREK
               SET HIST-KLANT TO TRUE
           END-IF.

      * HET VOLGNUMMER MAAKT DE SLEUTEL UNIEK PER REKENING EN DATUM:
      * BIJ EEN DUBBELE SLEUTEL WORDT EERST GEKEKEN OF DE BESTAANDE
