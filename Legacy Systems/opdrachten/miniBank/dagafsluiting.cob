      * VOOR HANDMATIGE OPVOLGING. HET AANTAL OVERGEDRAGEN REGELS
      * KOMT OOK OP HET AFSLUITRAPPORT TE STAAN.
      *
      * STORTINGEN EN AFHALINGEN IN VREEMDE BILJETTEN KOMEN PER
      * MUNT APART OP HET RAPPORT: HET AANTAL, HET BEDRAG IN DE
      * MUNT EN DE TEGENWAARDE IN EURO, ZOWEL VOOR WAT DE BANK
      * KOCHT (STORTINGEN) ALS VOOR WAT ZE VERKOCHT (AFHALINGEN),
      * EN DE WISSELMARGE: HET VERSCHIL TUSSEN DE GEBOEKTE
      * TEGENWAARDE EN DE WAARDE TEGEN DE MIDDENKOERS VAN DE DAG
      * UIT "BESTANDEN/WISSELKOERSEN". STORNO'S VAN ZULKE
      * VERRICHTINGEN WORDEN ERAF GETELD.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAGAFSLUITING.
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KAS-SLEUTEL.
           SELECT OPTIONAL WISSELKOERSEN
                  ASSIGN TO "BESTANDEN/WISSELKOERSEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS WK-SLEUTEL.

           SELECT OPTIONAL BEDRIJFSDATUM
                  ASSIGN TO "BESTANDEN/BEDRIJFSDATUM"
           02 TIJD PIC 9(6).
           02 OPDRACHT-REF PIC 9(5).
           02 FIAT-ID PIC X(4).
           02 UITVOERDER PIC 9(7).
           02 MUNT PIC X(3).
               88 MUNT-EURO VALUES "EUR" "000" SPACES.
           02 VREEMD-BEDRAG.
               03 VREEMD-GEHEEL PIC 9(7).
               03 VREEMD-DECIMAAL PIC 9(2).
           02 KOERS PIC 9(3)V9(6).

       FD ARCHIEF BLOCK CONTAINS 10 RECORDS.
       01  ARCHIEFVERRICHTING.
           02 A-TIJD PIC 9(6).
           02 A-OPDRACHT-REF PIC 9(5).
           02 A-FIAT-ID PIC X(4).
           02 A-UITVOERDER PIC 9(7).
           02 A-MUNT PIC X(3).
           02 A-VREEMD-BEDRAG.
               03 A-VREEMD-GEHEEL PIC 9(7).
               03 A-VREEMD-DECIMAAL PIC 9(2).
           02 A-KOERS PIC 9(3)V9(6).

       FD AFSLUITRAPPORT.
       01  RAPPORTLIJN PIC X(80).
           02 O-TIJD PIC 9(6).
           02 O-OPDRACHT-REF PIC 9(5).
           02 O-FIAT-ID PIC X(4).
           02 O-UITVOERDER PIC 9(7).
           02 O-MUNT PIC X(3).
           02 O-VREEMD-BEDRAG.
               03 O-VREEMD-GEHEEL PIC 9(7).
               03 O-VREEMD-DECIMAAL PIC 9(2).
           02 O-KOERS PIC 9(3)V9(6).

       FD PARAMETERS BLOCK CONTAINS 10 RECORDS.
       01  PARAMETER.
           02 TELLER-VOLGNR     PIC 9(6).
           02 TELLER-AFH-CENTEN PIC 9(9).

      * KASBOEK PER OPERATOR PER BEDRIJFSDAG EN PER MUNT (ZIE
      * VERRICHTING): DE AFSLUITING WEIGERT ZOLANG EEN OPERATOR
      * EEN MUNT WAARIN HIJ VANDAAG KASBOEKINGEN DEED NIET
      * AFGEPUNT HEEFT.
       FD  KASBOEK BLOCK CONTAINS 10 RECORDS.
       01  KASREC.
           02 KAS-SLEUTEL.
               03 KAS-DATUM    PIC 9(8).
               03 KAS-OPERATOR PIC X(4).
               03 KAS-MUNT     PIC X(3).
           02 KAS-BEGIN-CENTEN  PIC 9(9).
           02 KAS-GETELD-CENTEN PIC 9(9).
           02 KAS-STATUS PIC X.
               88 KAS-OPEN     VALUE "O".
               88 KAS-AFGEPUNT VALUE "A".

      * WISSELKOERSEN PER MUNT PER BEDRIJFSDAG, IN EURO PER
      * EENHEID (ONDERHOUD VIA WISSELKOERSBEHEER).
       FD  WISSELKOERSEN BLOCK CONTAINS 10 RECORDS.
       01  KOERSREC.
           02 WK-SLEUTEL.
               03 WK-MUNT  PIC X(3).
               03 WK-DATUM PIC 9(8).
           02 WK-AANKOOPKOERS PIC 9(3)V9(6).
           02 WK-MIDDENKOERS  PIC 9(3)V9(6).
           02 WK-VERKOOPKOERS PIC 9(3)V9(6).
           02 WK-OPERATOR PIC X(4).
           02 WK-WIJZIGDATUM PIC 9(8).

       FD  BALANSSTATUS.
       01  BALANSREGEL.
           02 BAL-DATUM  PIC 9(8).
           88 KAS-GEWEIGERD VALUE "J".
       77  WS-KAS-GEDAAN   PIC X.
           88 KASSCAN-KLAAR VALUE "J".
       77  KT-GEVULD PIC 9(3) VALUE ZERO.
       77  KT-IX     PIC 9(3).
       77  KT-GEVONDEN-VLAG PIC X.
           88 KT-GEVONDEN VALUE "J".
       77  WS-KAS-MUNT PIC X(3).
      * EEN KASPOSITIE IS EEN OPERATOR MET EEN MUNT.
       01  KASOPERATORS.
           02 KT-REGEL OCCURS 100.
               03 KT-ID   PIC X(4).
               03 KT-MUNT PIC X(3).
      * EXTERNE OVERSCHRIJVINGEN EN STORNOVERWIJZINGEN VAN
      * VANDAAG, OM GESTORNEERDE CLEARINGREGELS WEER UIT HET
      * CLEARINGTOTAAL TE HALEN (ZELFDE GRENS VAN 100 ALS
       01  OVERLOOPTOTAAL.
           02 OVL-CNT    PIC 9(5) VALUE ZERO.
           02 OVL-CENTEN PIC 9(11) VALUE ZERO.
      * OMZET IN VREEMDE MUNT PER MUNT: AANKOOP ZIJN DE STORTINGEN
      * (DE BANK KOOPT DE BILJETTEN), VERKOOP DE AFHALINGEN. DE
      * BEDRAGEN STAAN IN CENTEN EN ZIJN GETEKEND OMDAT STORNO'S
      * ERAF GAAN. MEER DAN 20 MUNTEN KOMT ALS WAARSCHUWING OP HET
      * RAPPORT.
       77  VT-GEVULD PIC 9(2) VALUE ZERO.
       77  VT-IX     PIC 9(2).
       77  VT-GEVONDEN-VLAG PIC X.
           88 VT-GEVONDEN VALUE "J".
       77  WS-VT-OVERLOOP-VLAG PIC X VALUE "N".
           88 VALUTATABEL-VOL VALUE "J".
       01  VALUTATOTALEN.
           02 VT-REGEL OCCURS 20.
               03 VT-MUNT        PIC X(3).
               03 VT-AANK-CNT    PIC S9(5).
               03 VT-AANK-VREEMD PIC S9(11).
               03 VT-AANK-EURO   PIC S9(11).
               03 VT-VERK-CNT    PIC S9(5).
               03 VT-VERK-VREEMD PIC S9(11).
               03 VT-VERK-EURO   PIC S9(11).
       77  WS-VREEMD-CENTEN PIC S9(11).
       77  WS-EURO-CENTEN   PIC S9(11).
       77  WS-MIDDEN-CENTEN PIC S9(11).
       77  WS-MARGE-CENTEN  PIC S9(11).
       77  WS-TOTMARGE-CENTEN PIC S9(11) VALUE ZERO.
       77  WS-KOERS-CIJFERS PIC 9(9).
       77  WS-MIDDEN-VLAG PIC X.
           88 MIDDEN-GEVONDEN VALUE "J".
       01  VALUTAREGEL.
           02 VR-MUNT     PIC X(3).
           02 FILLER      PIC X.
           02 VR-RICHTING PIC X(8).
           02 VR-AANTAL   PIC -(4)9.
           02 FILLER      PIC X.
           02 VR-VREEMD   PIC -(9)9,99.
           02 FILLER      PIC X.
           02 VR-EURO     PIC -(9)9,99.
           02 FILLER      PIC X.
           02 VR-MARGE    PIC -(9)9,99.
       01  KOERSREGEL.
           02 FILLER      PIC X(4) VALUE SPACES.
           02 FILLER      PIC X(12) VALUE "MIDDENKOERS ".
           02 KR-KOERS    PIC ZZ9,999999.
       77  VR-TOTMARGE    PIC -(9)9,99.
       77  WS-VOLGNR-MAX PIC 9(6) VALUE ZERO.
       77  WS-TELLER-VOLGNR PIC 9(6) VALUE ZERO.
       77  WS-BANKPREFIX PIC 9(3) VALUE 1.
                       UNTIL KT-IX > KT-GEVULD
                   MOVE WS-DATUM TO KAS-DATUM
                   MOVE KT-ID(KT-IX) TO KAS-OPERATOR
                   MOVE KT-MUNT(KT-IX) TO KAS-MUNT
                   READ KASBOEK
                       INVALID KEY SET KAS-GEWEIGERD TO TRUE
                                   DISPLAY "KAS NIET AFGEPUNT: "
                                           KT-ID(KT-IX) " "
                                           KT-MUNT(KT-IX)
                       NOT INVALID KEY
                           IF NOT KAS-AFGEPUNT
                               SET KAS-GEWEIGERD TO TRUE
                               DISPLAY "KAS NIET AFGEPUNT: "
                                       KT-ID(KT-IX) " "
                                       KT-MUNT(KT-IX)
                           END-IF
                   END-READ
               END-PERFORM
                   AND (STORTING OR AFHALING)
                   AND OPERATOR NOT = "BTCH"
                   AND OPERATOR NOT = SPACES
               IF MUNT-EURO
                   MOVE "EUR" TO WS-KAS-MUNT
               ELSE
                   MOVE MUNT TO WS-KAS-MUNT
               END-IF
               MOVE "N" TO KT-GEVONDEN-VLAG
               PERFORM VARYING KT-IX FROM 1 BY 1
                       UNTIL KT-IX > KT-GEVULD OR KT-GEVONDEN
                   IF KT-ID(KT-IX) = OPERATOR
                           AND KT-MUNT(KT-IX) = WS-KAS-MUNT
                       SET KT-GEVONDEN TO TRUE
                   END-IF
               END-PERFORM
      * MEER DAN 100 VERSCHILLENDE KASPOSITIES PAST NIET IN DE
      * TABEL; OMDAT DEZE CONTROLE EEN POORT IS MAG DE OVERLOOP
      * NIET STILZWIJGEND DOORGELATEN WORDEN: DE AFSLUITING WORDT
      * GEWEIGERD TOT DE TABEL VOLSTAAT.
               IF NOT KT-GEVONDEN
                   IF KT-GEVULD < 100
                       ADD 1 TO KT-GEVULD
                       MOVE OPERATOR TO KT-ID(KT-GEVULD)
                       MOVE WS-KAS-MUNT TO KT-MUNT(KT-GEVULD)
                   ELSE
                       SET KAS-GEWEIGERD TO TRUE
                       DISPLAY "KASCONTROLE: MEER DAN 100 "
                               "KASPOSITIES, OPERATOR " OPERATOR
                               " " WS-KAS-MUNT
                               " NIET CONTROLEERBAAR!"
                   END-IF
               END-IF
           IF NOT STOPLEZEN
               IF DATUM = WS-DATUM
                   PERFORM TEL-VERRICHTING
                   IF NOT MUNT-EURO
                       PERFORM TEL-VALUTA
                   END-IF
                   PERFORM TEL-OPERATOR
                   IF VOLGNR IS NUMERIC AND VOLGNR > WS-VOLGNR-MAX
                       MOVE VOLGNR TO WS-VOLGNR-MAX
               END-IF
           END-IF.

      * EEN STORNO DRAAIT DE OORSPRONKELIJKE RICHTING TERUG: BIJ
      * DE STORNO VAN EEN STORTING STAAT DE REKENING AAN DE
      * VAN-KANT (ZIE BOEK-STORNO IN VERRICHTING).
       TEL-VALUTA.
           IF STORTING OR AFHALING OR STORNO
               COMPUTE WS-VREEMD-CENTEN =
                       VREEMD-GEHEEL * 100 + VREEMD-DECIMAAL
               COMPUTE WS-EURO-CENTEN =
                       GEHEEL IN BEDRAG * 100 + DECIMAAL IN BEDRAG
               MOVE "N" TO VT-GEVONDEN-VLAG
               PERFORM VARYING VT-IX FROM 1 BY 1
                       UNTIL VT-IX > VT-GEVULD OR VT-GEVONDEN
                   IF VT-MUNT(VT-IX) = MUNT
                       SET VT-GEVONDEN TO TRUE
                   END-IF
               END-PERFORM
               IF VT-GEVONDEN
                   SUBTRACT 1 FROM VT-IX
               ELSE
                   IF VT-GEVULD < 20
                       ADD 1 TO VT-GEVULD
                       MOVE VT-GEVULD TO VT-IX
                       MOVE MUNT TO VT-MUNT(VT-IX)
                       MOVE ZEROS TO VT-AANK-CNT(VT-IX)
                                     VT-AANK-VREEMD(VT-IX)
                                     VT-AANK-EURO(VT-IX)
                                     VT-VERK-CNT(VT-IX)
                                     VT-VERK-VREEMD(VT-IX)
                                     VT-VERK-EURO(VT-IX)
                       SET VT-GEVONDEN TO TRUE
                   ELSE
                       SET VALUTATABEL-VOL TO TRUE
                   END-IF
               END-IF
               IF VT-GEVONDEN
                   PERFORM TEL-VALUTA-BEDRAG
               END-IF
           END-IF.

       TEL-VALUTA-BEDRAG.
           IF STORTING
               ADD 1 TO VT-AANK-CNT(VT-IX)
               ADD WS-VREEMD-CENTEN TO VT-AANK-VREEMD(VT-IX)
               ADD WS-EURO-CENTEN TO VT-AANK-EURO(VT-IX)
           ELSE IF AFHALING
               ADD 1 TO VT-VERK-CNT(VT-IX)
               ADD WS-VREEMD-CENTEN TO VT-VERK-VREEMD(VT-IX)
               ADD WS-EURO-CENTEN TO VT-VERK-EURO(VT-IX)
           ELSE IF DEEL2 IN VAN IS NUMERIC AND DEEL2 IN VAN NOT = 0
               SUBTRACT 1 FROM VT-AANK-CNT(VT-IX)
               SUBTRACT WS-VREEMD-CENTEN FROM VT-AANK-VREEMD(VT-IX)
               SUBTRACT WS-EURO-CENTEN FROM VT-AANK-EURO(VT-IX)
           ELSE
               SUBTRACT 1 FROM VT-VERK-CNT(VT-IX)
               SUBTRACT WS-VREEMD-CENTEN FROM VT-VERK-VREEMD(VT-IX)
               SUBTRACT WS-EURO-CENTEN FROM VT-VERK-EURO(VT-IX)
           END-IF.

       SCHRIJF-ARCHIEFREGEL.
           MOVE VERRICHTING TO ARCHIEFVERRICHTING
           WRITE ARCHIEFVERRICHTING.
               MOVE RAPPORTREGEL TO RAPPORTLIJN
               WRITE RAPPORTLIJN
               PERFORM SCHRIJF-OPERATORTOTALEN
               PERFORM SCHRIJF-VALUTATOTALEN
               PERFORM SCHRIJF-DAGTELLERCONTROLE
               CLOSE AFSLUITRAPPORT
           END-IF.
               WRITE RAPPORTLIJN
           END-IF.

      * WISSELMARGE: WAT DE BANK VERDIENDE TEGENOVER DE
      * MIDDENKOERS VAN DE DAG. BIJ AANKOOP IS DAT DE WAARDE TEGEN
      * DE MIDDENKOERS MIN DE UITBETAALDE TEGENWAARDE, BIJ VERKOOP
      * DE ONTVANGEN TEGENWAARDE MIN DE WAARDE TEGEN DE
      * MIDDENKOERS.
       SCHRIJF-VALUTATOTALEN.
           IF VT-GEVULD = 0
               MOVE "VREEMDE MUNT: GEEN" TO RAPPORTLIJN
               WRITE RAPPORTLIJN
           ELSE
               MOVE "VREEMDE MUNT:" TO RAPPORTLIJN
               WRITE RAPPORTLIJN
               MOVE SPACES TO RAPPORTLIJN
               STRING "MUNT RICHTING AANTAL   BEDRAG MUNT"
                      "  TEGENWAARDE EUR     MARGE EUR"
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
               OPEN INPUT WISSELKOERSEN
               PERFORM VARYING VT-IX FROM 1 BY 1
                       UNTIL VT-IX > VT-GEVULD
                   PERFORM SCHRIJF-VALUTAMUNT
               END-PERFORM
               CLOSE WISSELKOERSEN
               MOVE WS-TOTMARGE-CENTEN TO VR-TOTMARGE
               MOVE SPACES TO RAPPORTLIJN
               STRING "TOTALE WISSELMARGE " VR-TOTMARGE
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
           END-IF
           IF VALUTATABEL-VOL
               MOVE SPACES TO RAPPORTLIJN
               STRING "** VALUTAOMZET ONVOLLEDIG"
                      " (MEER DAN 20 MUNTEN) **"
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
           END-IF.

       SCHRIJF-VALUTAMUNT.
           MOVE "N" TO WS-MIDDEN-VLAG
           MOVE VT-MUNT(VT-IX) TO WK-MUNT
           MOVE WS-DATUM TO WK-DATUM
           READ WISSELKOERSEN
               INVALID KEY CONTINUE
               NOT INVALID KEY SET MIDDEN-GEVONDEN TO TRUE
           END-READ
           MOVE SPACES TO VALUTAREGEL
           MOVE VT-MUNT(VT-IX) TO VR-MUNT
           MOVE "AANKOOP" TO VR-RICHTING
           MOVE VT-AANK-CNT(VT-IX) TO VR-AANTAL
           MOVE VT-AANK-VREEMD(VT-IX) TO VR-VREEMD
           MOVE VT-AANK-EURO(VT-IX) TO VR-EURO
           IF MIDDEN-GEVONDEN
               COMPUTE WS-MIDDEN-CENTEN ROUNDED =
                       VT-AANK-VREEMD(VT-IX) * WK-MIDDENKOERS
               COMPUTE WS-MARGE-CENTEN =
                       WS-MIDDEN-CENTEN - VT-AANK-EURO(VT-IX)
               MOVE WS-MARGE-CENTEN TO VR-MARGE
               ADD WS-MARGE-CENTEN TO WS-TOTMARGE-CENTEN
           END-IF
           MOVE VALUTAREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO VALUTAREGEL
           MOVE VT-MUNT(VT-IX) TO VR-MUNT
           MOVE "VERKOOP" TO VR-RICHTING
           MOVE VT-VERK-CNT(VT-IX) TO VR-AANTAL
           MOVE VT-VERK-VREEMD(VT-IX) TO VR-VREEMD
           MOVE VT-VERK-EURO(VT-IX) TO VR-EURO
           IF MIDDEN-GEVONDEN
               COMPUTE WS-MIDDEN-CENTEN ROUNDED =
                       VT-VERK-VREEMD(VT-IX) * WK-MIDDENKOERS
               COMPUTE WS-MARGE-CENTEN =
                       VT-VERK-EURO(VT-IX) - WS-MIDDEN-CENTEN
               MOVE WS-MARGE-CENTEN TO VR-MARGE
               ADD WS-MARGE-CENTEN TO WS-TOTMARGE-CENTEN
           END-IF
           MOVE VALUTAREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTLIJN
           IF MIDDEN-GEVONDEN
               COMPUTE WS-KOERS-CIJFERS = WK-MIDDENKOERS * 1000000
               MOVE WS-KOERS-CIJFERS TO KR-KOERS
               MOVE KOERSREGEL TO RAPPORTLIJN
           ELSE
               STRING "    GEEN MIDDENKOERS VOOR " VT-MUNT(VT-IX)
                      " OP " WS-DATUM ", MARGE NIET BEREKEND"
                      DELIMITED BY SIZE INTO RAPPORTLIJN
           END-IF
           WRITE RAPPORTLIJN.

       ARCHIVEER-EN-LEEG.
           CLOSE VERRICHTINGEN
           CLOSE ARCHIEF
