      ************************************************************
      * ATMIMPORT
      *
      * NACHTELIJKE BATCHJOB: LEEST HET BESTAND VAN HET
      * KAARTNETWERK "BESTANDEN/ATMIN.JJJJMMDD" MET DE
      * GELDOPNAMES AAN GELDAUTOMATEN EN DE KAARTBETALINGEN VAN
      * ONZE BANKKAARTEN, EN BOEKT ELKE AANVAARDE REGEL ALS
      * AFHALING (SOORT 3) VAN DE REKENING VAN DE KAART NAAR DE
      * AFREKENINGSREKENING VAN HET NETWERK (PARAMETER
      * NETWERKREK). DAT GELD IS DE BANK AAN HET NETWERK
      * VERSCHULDIGD EN WORDT MET DE NETWERKAFREKENING VEREFFEND.
      *
      * HET BESTAND HEEFT EEN KOPREGEL EN EEN DETAIL PER
      * TRANSACTIE:
      *   KOPREGEL:    "H" + NETWERK-ID(6) + BESTANDSDATUM(8)
      *                + AANTAL(5) + TOTAAL(9+2, IN EURO EN CENT)
      *   DETAILREGEL: "D" + KAARTNUMMER(16) + SOORT(1, A =
      *                GELDAUTOMAAT, B = KAARTBETALING)
      *                + TRANSACTIEDATUM(8) + TIJD(4, UUMM)
      *                + BEDRAG(7+2) + TERMINAL(8)
      *                + REFERENTIE(12) + LOCATIE(21)
      *
      * ELKE DETAILREGEL DOORLOOPT DEZELFDE CONTROLES ALS EEN
      * AFHALING AAN HET LOKET, AANGEVULD MET DIE VAN DE KAART:
      * DE KAART MOET BEKEND, ACTIEF EN NIET VERVALLEN ZIJN OP DE
      * TRANSACTIEDATUM, HET BEDRAG MOET BINNEN DE DAGLIMIET VAN
      * DE KAART VALLEN (PER TRANSACTIEDATUM), DE REKENING MOET
      * BESTAAN EN ACTIEF ZIJN, MAG NIET GEBLOKKEERD ZIJN ("D" OF
      * "B") EN MOET HET BEDRAG DEKKEN (SALDO PLUS
      * KREDIETLIMIET). EEN AANVAARDE REGEL TELT MEE IN HET
      * AFHALINGSTOTAAL VAN DE REKENING IN DAGTELLERS, ZODAT DE
      * DAGLIMIET AAN HET LOKET ER REKENING MEE HOUDT, EN KRIJGT
      * ZOALS DE LOKETVERRICHTINGEN EEN VOLGNUMMER.
      *
      * HET NETWERK KRIJGT ZIJN ANTWOORD IN
      * "BESTANDEN/ATMAFREKENING.JJJJMMDD": EEN KOPREGEL, PER
      * DETAILREGEL OF ZE AANVAARD (A) OF GEWEIGERD (W) WERD MET
      * DE REDENCODE, EN EEN SLOTREGEL MET AANTAL EN TOTAAL VAN
      * DE AANVAARDE EN DE GEWEIGERDE REGELS:
      *   KOPREGEL:    "H" + ONS BANKPREFIX(3) + NETWERK-ID(6)
      *                + VERWERKINGSDATUM(8)
      *   DETAILREGEL: "D" + KAARTNUMMER(16) + REFERENTIE(12)
      *                + TERMINAL(8) + TRANSACTIEDATUM(8)
      *                + BEDRAG(9, IN CENT) + STATUS(1)
      *                + REDENCODE(2) + VOLGNUMMER(6)
      *   SLOTREGEL:   "T" + AANTAL AANVAARD(5) + TOTAAL(11)
      *                + AANTAL GEWEIGERD(5) + TOTAAL(11)
      * REDENCODES:
      *   01 KAART ONBEKEND             06 DAGLIMIET KAART
      *   02 KAART GEBLOKKEERD          07 REKENING ONBEKEND OF
      *   03 KAART VERLOREN/GESTOLEN       INACTIEF
      *   04 KAART VERVANGEN            08 REKENING GEBLOKKEERD
      *   05 KAART VERVALLEN            09 ONVOLDOENDE DEKKING
      *   10 REGEL ONLEESBAAR           11 REKENING SLAPEND
      * EEN SLAPENDE REKENING (ZIE SLAPENDEREKENINGEN) WORDT NET
      * ALS AAN HET LOKET PAS WEER GEDEBITEERD NA REACTIVERING
      * DOOR EEN SUPERVISOR IN VERRICHTING.
      * DE GEWEIGERDE REGELS KOMEN OOK IN HET CONTROLERAPPORT
      * "BESTANDEN/ATMRAPPORT.JJJJMMDD", SAMEN MET DE
      * KOPREGELCONTROLE EN DE TOTALEN.
      *
      * HERSTART: NA ELKE VERWERKTE DETAILREGEL WORDEN HET
      * REGELNUMMER EN DE LOPENDE TOTALEN IN
      * "BESTANDEN/ATMCHECKPUNT" GEZET. EEN HERSTART SLAAT DE
      * REGELS TOT EN MET HET CHECKPUNT OVER EN SCHRIJFT HET
      * AFREKENINGSBESTAND EN HET RAPPORT VERDER AAN. NA EEN
      * VOLLEDIGE RUN KOMEN DE DAGTOTALEN IN
      * "BESTANDEN/ATMIMPORT.GELADEN"; DAAR HAALT SALDOCONTROLE
      * HET AANVAARDE TOTAAL OP OM DE NETWERKREKENING AF TE
      * STEMMEN, EN EEN TWEEDE RUN OP DEZELFDE BEDRIJFSDAG DOET
      * NIETS MEER.
      *
      * DRAAIT IN DE NACHTVERWERKING NA DE INKOMENDE CLEARING EN
      * DE DOMICILIERINGEN EN VOOR DE SALDOCONTROLE, ZODAT DE
      * BOEKINGEN MEE GECONTROLEERD, GEMELD EN GEARCHIVEERD
      * WORDEN.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMIMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ATMIN
                  ASSIGN TO DYNAMIC WS-INVOERNAAM
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AFREKENING
                  ASSIGN TO DYNAMIC WS-AFREKENINGNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AFREKENING-STATUS.
           SELECT OPTIONAL RAPPORT
                  ASSIGN TO DYNAMIC WS-RAPPORTNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RAPPORT-STATUS.
           SELECT OPTIONAL GELADENLOG
                  ASSIGN TO "BESTANDEN/ATMIMPORT.GELADEN"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPUNT
                  ASSIGN TO "BESTANDEN/ATMCHECKPUNT"
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
           SELECT OPTIONAL KAARTEN
                  ASSIGN TO "BESTANDEN/KAARTEN"
                  ACCESS MODE IS RANDOM
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KA-NR.
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
       FD  ATMIN.
       01  INVOERREGEL PIC X(80).
       01  KOPREGEL REDEFINES INVOERREGEL.
           02 K-TYPE PIC X.
           02 K-NETWERK PIC X(6).
           02 K-DATUM PIC 9(8).
           02 K-AANTAL PIC 9(5).
           02 K-TOTAAL.
               03 K-TOTAAL-GEHEEL   PIC 9(9).
               03 K-TOTAAL-DECIMAAL PIC 9(2).
           02 FILLER PIC X(49).
       01  DETAILREGEL REDEFINES INVOERREGEL.
           02 D-TYPE PIC X.
           02 D-KAART PIC 9(16).
           02 D-SOORT PIC X.
               88 D-GELDAUTOMAAT  VALUE "A".
               88 D-KAARTBETALING VALUE "B".
           02 D-DATUM PIC 9(8).
           02 D-TIJD PIC 9(4).
           02 D-BEDRAG.
               03 D-GEHEEL   PIC 9(7).
               03 D-DECIMAAL PIC 9(2).
           02 D-TERMINAL PIC X(8).
           02 D-REFERENTIE PIC X(12).
           02 D-LOCATIE PIC X(21).

       FD  AFREKENING.
       01  AFREKENINGREGEL PIC X(80).
       01  AFREKENINGKOP REDEFINES AFREKENINGREGEL.
           02 AK-TYPE PIC X.
           02 AK-BANKPREFIX PIC 9(3).
           02 AK-NETWERK PIC X(6).
           02 AK-DATUM PIC 9(8).
           02 FILLER PIC X(62).
       01  AFREKENINGDETAIL REDEFINES AFREKENINGREGEL.
           02 AD-TYPE PIC X.
           02 AD-KAART PIC X(16).
           02 AD-REFERENTIE PIC X(12).
           02 AD-TERMINAL PIC X(8).
           02 AD-DATUM PIC X(8).
           02 AD-BEDRAG PIC 9(9).
           02 AD-STATUS PIC X.
               88 AD-AANVAARD VALUE "A".
               88 AD-GEWEIGERD VALUE "W".
           02 AD-REDEN PIC X(2).
           02 AD-VOLGNR PIC 9(6).
           02 FILLER PIC X(17).
       01  AFREKENINGSLOT REDEFINES AFREKENINGREGEL.
           02 AT-TYPE PIC X.
           02 AT-AANTAL-AANVAARD PIC 9(5).
           02 AT-AANVAARD-CENTEN PIC 9(11).
           02 AT-AANTAL-GEWEIGERD PIC 9(5).
           02 AT-GEWEIGERD-CENTEN PIC 9(11).
           02 FILLER PIC X(47).

       FD  RAPPORT.
       01  RAPPORTLIJN PIC X(80).

       FD  GELADENLOG.
       01  GELADENREGEL.
           02 G-DATUM             PIC 9(8).
           02 FILLER              PIC X VALUE SPACE.
           02 G-AANTAL-AANVAARD   PIC 9(5).
           02 FILLER              PIC X VALUE SPACE.
           02 G-AANVAARD-CENTEN   PIC 9(11).
           02 FILLER              PIC X VALUE SPACE.
           02 G-AANTAL-GEWEIGERD  PIC 9(5).
           02 FILLER              PIC X VALUE SPACE.
           02 G-GEWEIGERD-CENTEN  PIC 9(11).

      * HET CHECKPUNT DRAAGT NAAST HET REGELNUMMER OOK DE
      * LOPENDE TOTALEN, ZODAT DE SLOTREGEL NA EEN HERSTART DE
      * HELE DAG DEKT.
       FD  CHECKPUNT.
       01  CHECKPUNTREGEL.
           02 CP-REGELNR            PIC 9(7).
           02 CP-AANTAL-IN          PIC 9(5).
           02 CP-IN-CENTEN          PIC 9(11).
           02 CP-AANTAL-AANVAARD    PIC 9(5).
           02 CP-AANVAARD-CENTEN    PIC 9(11).
           02 CP-AANTAL-GEWEIGERD   PIC 9(5).
           02 CP-GEWEIGERD-CENTEN   PIC 9(11).

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

      * BANKKAARTEN (ONDERHOUD VIA KLANTENBEHEER): ELKE KAART
      * HOORT BIJ EEN REKENING EN EEN KAARTHOUDER, MET EEN EIGEN
      * DAGLIMIET. HET DAGGEBRUIK STAAT PER TRANSACTIEDATUM OP
      * DE KAART ZELF; EEN VERVANGEN KAART BLIJFT MET STATUS R
      * BEWAARD EN DE NIEUWE VERWIJST ERNAAR.
       FD  KAARTEN BLOCK CONTAINS 10 RECORDS.
       01  KAARTREC.
           02 KA-NR PIC 9(16).
           02 KA-REKENING PIC 9(7).
           02 KA-KLANT PIC 9(7).
           02 KA-VERVALDATUM PIC 9(8).
           02 KA-STATUS PIC X.
               88 KA-ACTIEF      VALUE "A".
               88 KA-GEBLOKKEERD VALUE "B".
               88 KA-VERLOREN    VALUE "V".
               88 KA-VERVANGEN   VALUE "R".
           02 KA-LIMIET.
               03 KA-LIM-GEHEEL   PIC 9(7).
               03 KA-LIM-DECIMAAL PIC 9(2).
           02 KA-UITGIFTEDATUM PIC 9(8).
           02 KA-VERVANGT PIC 9(16).
           02 KA-DAG-DATUM PIC 9(8).
           02 KA-DAG-CENTEN PIC 9(9).
           02 KA-OPERATOR PIC X(4).
           02 KA-WIJZIGDATUM PIC 9(8).

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
       77  WS-INVOERNAAM   PIC X(40).
       77  WS-AFREKENINGNAAM PIC X(44).
       77  WS-AFREKENING-STATUS PIC XX.
           88 WS-AFREKENING-OK VALUES "00" "05".
       77  WS-RAPPORTNAAM  PIC X(40).
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
       77  WS-REGELSTATUS  PIC X.
           88 REGEL-OK         VALUE "J".
           88 REGEL-GEWEIGERD  VALUE "W".
       77  WS-REDEN        PIC X(2).
       77  WS-REDENTEKST   PIC X(41).
       77  WS-REGELNR      PIC 9(7).
       77  WS-CHECKPUNT-NR PIC 9(7) VALUE ZERO.
       77  WS-NETWERK      PIC X(6) VALUE SPACES.
       77  WS-KOP-GEZIEN   PIC X VALUE "N".
           88 KOP-GEZIEN VALUE "J".
       77  WS-KOP-AANTAL   PIC 9(5) VALUE ZERO.
       77  WS-KOP-CENTEN   PIC 9(11) VALUE ZERO.
       77  WS-AANTAL-IN       PIC 9(5) VALUE ZERO.
       77  WS-IN-CENTEN       PIC 9(11) VALUE ZERO.
       77  WS-AANTAL-AANVAARD PIC 9(5) VALUE ZERO.
       77  WS-AANVAARD-CENTEN PIC 9(11) VALUE ZERO.
       77  WS-AANTAL-GEWEIGERD PIC 9(5) VALUE ZERO.
       77  WS-GEWEIGERD-CENTEN PIC 9(11) VALUE ZERO.
       77  WS-SALDO-CENTEN    PIC S9(9).
       77  WS-KREDIET-CENTEN  PIC 9(9).
       77  WS-BEDRAG-CENTEN   PIC 9(9).
       77  WS-REGEL-CENTEN    PIC 9(9).
       77  WS-KAART-GEBRUIK   PIC 9(9).
       77  WS-KAART-LIMIET    PIC 9(9).
       77  WS-BBAN-GETAL PIC 9(10).
       77  WS-CONTROLEGETAL PIC 9(2).
       77  WS-TIJD-RUW        PIC 9(8).
       77  WS-VOLGNR-MAX PIC 9(6).
       77  WS-VOLGNR-GEDAAN PIC X.
           88 VOLGNR-KLAAR VALUE "J".
       77  WS-VERRICHTING-OPSLAG PIC X(151).
       77  WS-BANKPREFIX PIC 9(3) VALUE 1.
       77  WS-NETWERKREK PIC 9(7) VALUE 9999997.
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
           88 REKENING-SLAPEND  VALUE "S".
       01  MELDREGEL.
           02 M-REDEN      PIC X(3).
           02 M-REGELNR    PIC ZZZZZZ9.
           02 FILLER       PIC X VALUE SPACE.
           02 M-KAART      PIC X(16).
           02 FILLER       PIC X VALUE SPACE.
           02 M-BEDRAG     PIC Z(6)9,99.
           02 FILLER       PIC X VALUE SPACE.
           02 M-TEKST      PIC X(41).
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
               DISPLAY "ATMIMPORT: " WS-INVOERNAAM
                       " WERD AL GELADEN."
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM VERWERK-REGEL UNTIL STOPLEZEN
               PERFORM SCHRIJF-AFREKENINGSLOT
               PERFORM SCHRIJF-KOPCONTROLE
               PERFORM SCHRIJF-TOTALEN
               PERFORM MARKEER-GELADEN
               PERFORM WIS-CHECKPUNT
               PERFORM SLUITBESTAND
               DISPLAY "ATMIMPORT: " WS-AANTAL-AANVAARD
                       " AANVAARD, " WS-AANTAL-GEWEIGERD
                       " GEWEIGERD."
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF
           GOBACK.

      * BIJ EEN HERSTART WORDEN HET AFREKENINGSBESTAND EN HET
      * RAPPORT VAN DE AFGEBROKEN RUN AANGEVULD IN PLAATS VAN
      * OPNIEUW AANGEMAAKT: DE REGELS TOT AAN HET CHECKPUNT
      * STAAN ER AL IN.
       INITIALISEER.
           MOVE "N" TO GEDAAN
           PERFORM LEES-BEDRIJFSDATUM
           PERFORM LEES-PARAMETERS
           STRING "BESTANDEN/ATMIN." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-INVOERNAAM
           STRING "BESTANDEN/ATMAFREKENING." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-AFREKENINGNAAM
           STRING "BESTANDEN/ATMRAPPORT." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-RAPPORTNAAM
           PERFORM CONTROLEER-AL-GELADEN
           IF NOT AL-GELADEN
               PERFORM LEES-CHECKPUNT
               IF WS-CHECKPUNT-NR = 0
                   OPEN OUTPUT RAPPORT
                   OPEN OUTPUT AFREKENING
               ELSE
                   OPEN EXTEND RAPPORT
                   OPEN EXTEND AFREKENING
               END-IF
               IF NOT WS-RAPPORT-OK OR NOT WS-AFREKENING-OK
                   SET WS-OPENFOUT TO TRUE
               ELSE
                   MOVE SPACES TO RAPPORTLIJN
                   IF WS-CHECKPUNT-NR = 0
                       STRING "ATMIMPORT " WS-VANDAAG
                              DELIMITED BY SIZE INTO RAPPORTLIJN
                   ELSE
                       STRING "HERSTART NA REGEL " WS-CHECKPUNT-NR
                              DELIMITED BY SIZE INTO RAPPORTLIJN
                   END-IF
                   WRITE RAPPORTLIJN
                   OPEN INPUT ATMIN
                   OPEN INPUT KLANTEN
                   OPEN INPUT REKENINGEN
                   OPEN I-O SALDI
                   OPEN I-O KAARTEN
                   OPEN I-O DAGTELLERS
                   OPEN EXTEND VERRICHTINGEN
                   MOVE ZEROS TO WS-REGELNR
               END-IF
           END-IF.

      * HET EIGEN BANKPREFIX EN DE NETWERKREKENING KOMEN UIT HET
      * PARAMETERBESTAND, MET INGEBOUWDE STANDAARDWAARDEN.
       LEES-PARAMETERS.
           OPEN INPUT PARAMETERS
           MOVE "BANKPREFIX" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-BANKPREFIX
           END-IF
           MOVE "NETWERKREK" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-NETWERKREK
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

      * HET AANVAARDE DAGTOTAAL GAAT MEE IN HET GELADEN-LOG: DE
      * SALDOCONTROLE STEMT DE NETWERKREKENING ERMEE AF.
       MARKEER-GELADEN.
           OPEN EXTEND GELADENLOG
           MOVE SPACES TO GELADENREGEL
           MOVE WS-VANDAAG TO G-DATUM
           MOVE WS-AANTAL-AANVAARD TO G-AANTAL-AANVAARD
           MOVE WS-AANVAARD-CENTEN TO G-AANVAARD-CENTEN
           MOVE WS-AANTAL-GEWEIGERD TO G-AANTAL-GEWEIGERD
           MOVE WS-GEWEIGERD-CENTEN TO G-GEWEIGERD-CENTEN
           WRITE GELADENREGEL
           CLOSE GELADENLOG.

       LEES-CHECKPUNT.
           MOVE ZEROS TO WS-CHECKPUNT-NR
           OPEN INPUT CHECKPUNT
           READ CHECKPUNT AT END MOVE ZEROS TO CHECKPUNTREGEL
           END-READ
           IF CHECKPUNTREGEL IS NUMERIC
               MOVE CP-REGELNR TO WS-CHECKPUNT-NR
               MOVE CP-AANTAL-IN TO WS-AANTAL-IN
               MOVE CP-IN-CENTEN TO WS-IN-CENTEN
               MOVE CP-AANTAL-AANVAARD TO WS-AANTAL-AANVAARD
               MOVE CP-AANVAARD-CENTEN TO WS-AANVAARD-CENTEN
               MOVE CP-AANTAL-GEWEIGERD TO WS-AANTAL-GEWEIGERD
               MOVE CP-GEWEIGERD-CENTEN TO WS-GEWEIGERD-CENTEN
           END-IF
           CLOSE CHECKPUNT.

       SCHRIJF-CHECKPUNT.
           OPEN OUTPUT CHECKPUNT
           MOVE WS-REGELNR TO CP-REGELNR
           MOVE WS-AANTAL-IN TO CP-AANTAL-IN
           MOVE WS-IN-CENTEN TO CP-IN-CENTEN
           MOVE WS-AANTAL-AANVAARD TO CP-AANTAL-AANVAARD
           MOVE WS-AANVAARD-CENTEN TO CP-AANVAARD-CENTEN
           MOVE WS-AANTAL-GEWEIGERD TO CP-AANTAL-GEWEIGERD
           MOVE WS-GEWEIGERD-CENTEN TO CP-GEWEIGERD-CENTEN
           WRITE CHECKPUNTREGEL
           CLOSE CHECKPUNT.

       WIS-CHECKPUNT.
           OPEN OUTPUT CHECKPUNT
           MOVE ZEROS TO CHECKPUNTREGEL
           WRITE CHECKPUNTREGEL
           CLOSE CHECKPUNT.

      * EEN REGEL TOT EN MET HET CHECKPUNT WERD AL VERWERKT DOOR
      * EEN AFGEBROKEN VORIGE RUN; VAN DE KOPREGEL WORDEN DAN
      * ALLEEN DE GEGEVENS OPNIEUW OPGENOMEN.
       VERWERK-REGEL.
           READ ATMIN AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               ADD 1 TO WS-REGELNR
               IF K-TYPE = "H"
                   PERFORM NEEM-KOPREGEL
               ELSE IF WS-REGELNR > WS-CHECKPUNT-NR
                   PERFORM VERWERK-DETAILREGEL
                   PERFORM SCHRIJF-CHECKPUNT
               END-IF
               END-IF
           END-IF.

       NEEM-KOPREGEL.
           SET KOP-GEZIEN TO TRUE
           MOVE K-NETWERK TO WS-NETWERK
           IF K-AANTAL IS NUMERIC AND K-TOTAAL IS NUMERIC
               MOVE K-AANTAL TO WS-KOP-AANTAL
               COMPUTE WS-KOP-CENTEN =
                       K-TOTAAL-GEHEEL * 100 + K-TOTAAL-DECIMAAL
           END-IF
           IF WS-REGELNR > WS-CHECKPUNT-NR
               MOVE SPACES TO AFREKENINGREGEL
               MOVE "H" TO AK-TYPE
               MOVE WS-BANKPREFIX TO AK-BANKPREFIX
               MOVE WS-NETWERK TO AK-NETWERK
               MOVE WS-VANDAAG TO AK-DATUM
               WRITE AFREKENINGREGEL
           END-IF.

       VERWERK-DETAILREGEL.
           MOVE ZEROS TO WS-REGEL-CENTEN
           IF D-BEDRAG IS NUMERIC
               COMPUTE WS-REGEL-CENTEN = D-GEHEEL * 100 + D-DECIMAAL
           END-IF
           ADD 1 TO WS-AANTAL-IN
           ADD WS-REGEL-CENTEN TO WS-IN-CENTEN
           MOVE ZEROS TO VOLGNR
           PERFORM CONTROLEER-DETAILREGEL
           IF REGEL-OK
               PERFORM BOEK-KAARTVERRICHTING
               ADD 1 TO WS-AANTAL-AANVAARD
               ADD WS-REGEL-CENTEN TO WS-AANVAARD-CENTEN
           ELSE
               ADD 1 TO WS-AANTAL-GEWEIGERD
               ADD WS-REGEL-CENTEN TO WS-GEWEIGERD-CENTEN
               PERFORM MELD-WEIGERING
           END-IF
           PERFORM SCHRIJF-AFREKENINGDETAIL.

      * DE CONTROLES VOLGEN DE VOLGORDE VAN DE REDENCODES: EERST
      * DE KAART, DAN DE REKENING; DE EERSTE DIE FAALT GEEFT DE
      * REDEN.
       CONTROLEER-DETAILREGEL.
           SET REGEL-OK TO TRUE
           MOVE SPACES TO WS-REDEN
           IF D-TYPE NOT = "D" OR D-BEDRAG NOT NUMERIC
                   OR D-KAART NOT NUMERIC OR D-DATUM NOT NUMERIC
                   OR NOT (D-GELDAUTOMAAT OR D-KAARTBETALING)
               MOVE "10" TO WS-REDEN
           ELSE IF WS-REGEL-CENTEN = 0
               MOVE "10" TO WS-REDEN
           ELSE
               MOVE D-KAART TO KA-NR
               READ KAARTEN
                   INVALID KEY MOVE "01" TO WS-REDEN
               END-READ
           END-IF
           END-IF
           IF WS-REDEN = SPACES
               PERFORM CONTROLEER-KAART
           END-IF
           IF WS-REDEN = SPACES
               PERFORM CONTROLEER-REKENING
           END-IF
           IF WS-REDEN NOT = SPACES
               SET REGEL-GEWEIGERD TO TRUE
           END-IF.

      * HET DAGGEBRUIK OP DE KAART GELDT ALLEEN VOOR DEZELFDE
      * TRANSACTIEDATUM; EEN OUDERE DATUM TELT ALS NUL.
       CONTROLEER-KAART.
           IF KA-GEBLOKKEERD
               MOVE "02" TO WS-REDEN
           ELSE IF KA-VERLOREN
               MOVE "03" TO WS-REDEN
           ELSE IF KA-VERVANGEN
               MOVE "04" TO WS-REDEN
           ELSE IF NOT KA-ACTIEF
               MOVE "02" TO WS-REDEN
           ELSE IF D-DATUM > KA-VERVALDATUM
               MOVE "05" TO WS-REDEN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REDEN = SPACES
               IF KA-DAG-DATUM = D-DATUM
                   MOVE KA-DAG-CENTEN TO WS-KAART-GEBRUIK
               ELSE
                   MOVE ZEROS TO WS-KAART-GEBRUIK
               END-IF
               COMPUTE WS-KAART-LIMIET =
                       KA-LIM-GEHEEL * 100 + KA-LIM-DECIMAAL
               IF WS-KAART-GEBRUIK + WS-REGEL-CENTEN > WS-KAART-LIMIET
                   MOVE "06" TO WS-REDEN
               END-IF
           END-IF.

      * ZELFDE REGELS ALS EEN AFHALING AAN HET LOKET: DE
      * REKENING MOET BESTAAN EN ACTIEF ZIJN (NIET SLAPEND), MAG
      * GEEN DEBET- OF VOLLEDIGE BLOKKERING HEBBEN EN HET BEDRAG
      * MOET BINNEN SALDO PLUS KREDIETLIMIET VALLEN.
       CONTROLEER-REKENING.
           MOVE KA-REKENING TO WS-ZOEK-REKNR
           PERFORM ZOEK-REKENING-EN-KLANT
           IF REKENING-SLAPEND
               MOVE "11" TO WS-REDEN
           ELSE IF NOT REKENING-GELDIG
               MOVE "07" TO WS-REDEN
           ELSE
               MOVE KA-REKENING TO SALDO-NR
               READ SALDI
                   INVALID KEY MOVE ZEROS TO SALDOREC
                               MOVE KA-REKENING TO SALDO-NR
                               SET SALDO-POSITIEF TO TRUE
               END-READ
               PERFORM LEES-SALDO-CENTEN
               COMPUTE WS-KREDIET-CENTEN =
                       KREDIET-GEHEEL * 100 + KREDIET-DECIMAAL
               IF BLOK-DEBET OR BLOK-VOLLEDIG
                   MOVE "08" TO WS-REDEN
               ELSE IF WS-REGEL-CENTEN >
                       WS-SALDO-CENTEN + WS-KREDIET-CENTEN
                   MOVE "09" TO WS-REDEN
               END-IF
               END-IF
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
           ELSE IF REK-SLAPEND
               SET REKENING-SLAPEND TO TRUE
           ELSE
               MOVE REK-KLANT TO NR IN KLANT
               READ KLANTEN
                   INVALID KEY SET REKENING-ONBEKEND TO TRUE
               END-READ
               IF REKENING-GELDIG AND KLANT-INACTIEF
                   SET REKENING-INACTIEF TO TRUE
               END-IF
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

      * DE AFHALING GAAT VAN DE REKENING VAN DE KAART NAAR DE
      * NETWERKREKENING; DE KAARTHOUDER STAAT ALS UITVOERDER OP
      * DE VERRICHTING. DE MEDEDELING DRAAGT DE PLAATS EN HET
      * TIJDSTIP VAN DE TRANSACTIE VOOR HET UITTREKSEL.
       BOEK-KAARTVERRICHTING.
           MOVE ZEROS TO VERRICHTING
           SET AFHALING TO TRUE
           MOVE WS-BANKPREFIX TO DEEL1 IN VAN
           MOVE KA-REKENING TO DEEL2 IN VAN
           MOVE KA-REKENING TO WS-ZOEK-REKNR
           PERFORM BEREKEN-CONTROLEGETAL
           MOVE WS-CONTROLEGETAL TO DEEL3 IN VAN
           MOVE WS-BANKPREFIX TO DEEL1 IN NAAR
           MOVE WS-NETWERKREK TO DEEL2 IN NAAR
           MOVE WS-NETWERKREK TO WS-ZOEK-REKNR
           PERFORM BEREKEN-CONTROLEGETAL
           MOVE WS-CONTROLEGETAL TO DEEL3 IN NAAR
           MOVE D-BEDRAG TO BEDRAG
           MOVE WS-VANDAAG TO DATUM
           MOVE SPACES TO MEDEDELING
           IF D-GELDAUTOMAAT
               STRING "GELDAUTOMAAT " D-LOCATIE " " D-DATUM " "
                      D-TIJD
                      DELIMITED BY SIZE INTO MEDEDELING
           ELSE
               STRING "KAARTBETALING " D-LOCATIE " " D-DATUM " "
                      D-TIJD
                      DELIMITED BY SIZE INTO MEDEDELING
           END-IF
           MOVE "BTCH" TO OPERATOR
           MOVE KA-KLANT TO UITVOERDER
           ACCEPT WS-TIJD-RUW FROM TIME
           DIVIDE WS-TIJD-RUW BY 100 GIVING TIJD
           PERFORM BEPAAL-VOLGNR
           WRITE VERRICHTING
           PERFORM WERK-SALDO-BIJ-AF-VAN
           PERFORM WERK-SALDO-BIJ-BIJ-NETWERK
           PERFORM WERK-DAGTELLER-AFHALING-BIJ
           PERFORM WERK-KAARTGEBRUIK-BIJ.

       BEREKEN-CONTROLEGETAL.
           COMPUTE WS-BBAN-GETAL = WS-BANKPREFIX * 10000000 +
                   WS-ZOEK-REKNR
           COMPUTE WS-CONTROLEGETAL = FUNCTION MOD(WS-BBAN-GETAL, 97)
           IF WS-CONTROLEGETAL = 0
               MOVE 97 TO WS-CONTROLEGETAL
           END-IF.

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

      * DE NETWERKREKENING STAAT OP WAT DE BANK HET NETWERK NOG
      * MOET BETALEN.
       WERK-SALDO-BIJ-BIJ-NETWERK.
           MOVE WS-NETWERKREK TO SALDO-NR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           MOVE WS-NETWERKREK TO SALDO-NR
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

      * TELT DE GEBOEKTE OPNAME BIJ IN HET AFHALINGSTOTAAL VAN
      * DE REKENING IN HET DAGTELLERBESTAND, NET ZOALS EEN
      * AFHALING AAN HET LOKET (ZIE VERRICHTING).
       WERK-DAGTELLER-AFHALING-BIJ.
           MOVE DEEL2 IN VAN TO TELLER-REKENING
           READ DAGTELLERS
               INVALID KEY MOVE ZEROS TO TELLERREC
                           MOVE DEEL2 IN VAN TO TELLER-REKENING
           END-READ
           IF TELLER-DATUM NOT = WS-VANDAAG
               MOVE ZEROS TO TELLER-VOLGNR
               MOVE ZEROS TO TELLER-AFH-CENTEN
               MOVE WS-VANDAAG TO TELLER-DATUM
           END-IF
           COMPUTE TELLER-AFH-CENTEN = TELLER-AFH-CENTEN +
                   GEHEEL IN BEDRAG * 100 + DECIMAAL IN BEDRAG
           REWRITE TELLERREC INVALID KEY WRITE TELLERREC
           END-WRITE
           END-REWRITE.

      * HET KAARTRECORD WERD BIJ DE CONTROLE GELEZEN EN IS NOG
      * HET HUIDIGE RECORD VAN KAARTEN.
       WERK-KAARTGEBRUIK-BIJ.
           IF KA-DAG-DATUM NOT = D-DATUM
               MOVE D-DATUM TO KA-DAG-DATUM
               MOVE ZEROS TO KA-DAG-CENTEN
           END-IF
           ADD WS-REGEL-CENTEN TO KA-DAG-CENTEN
           REWRITE KAARTREC
           END-REWRITE.

      * KENT HET VOLGENDE VOLGNUMMER TOE VIA HET DAGTELLERBESTAND
      * (RECORD 0000000), ZOALS SCHRIJF-WEG IN VERRICHTING DAT
      * DOET; ALLEEN ZONDER TELLER VAN VANDAAG WORDT HET HOOGSTE
      * VOLGNUMMER NOG UIT HET DAGBESTAND BEPAALD.
       BEPAAL-VOLGNR.
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
           END-REWRITE.

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

      * ELKE DETAILREGEL KRIJGT ZIJN ANTWOORD; EEN AANVAARDE
      * REGEL DRAAGT HET VOLGNUMMER VAN DE BOEKING, ZODAT EEN
      * LATERE BETWISTING TERUG TE VINDEN IS.
       SCHRIJF-AFREKENINGDETAIL.
           MOVE SPACES TO AFREKENINGREGEL
           MOVE "D" TO AD-TYPE
           MOVE INVOERREGEL(2:16) TO AD-KAART
           MOVE D-REFERENTIE TO AD-REFERENTIE
           MOVE D-TERMINAL TO AD-TERMINAL
           MOVE INVOERREGEL(19:8) TO AD-DATUM
           MOVE WS-REGEL-CENTEN TO AD-BEDRAG
           IF REGEL-OK
               SET AD-AANVAARD TO TRUE
               MOVE "00" TO AD-REDEN
               MOVE VOLGNR TO AD-VOLGNR
           ELSE
               SET AD-GEWEIGERD TO TRUE
               MOVE WS-REDEN TO AD-REDEN
               MOVE ZEROS TO AD-VOLGNR
           END-IF
           WRITE AFREKENINGREGEL.

       SCHRIJF-AFREKENINGSLOT.
           MOVE SPACES TO AFREKENINGREGEL
           MOVE "T" TO AT-TYPE
           MOVE WS-AANTAL-AANVAARD TO AT-AANTAL-AANVAARD
           MOVE WS-AANVAARD-CENTEN TO AT-AANVAARD-CENTEN
           MOVE WS-AANTAL-GEWEIGERD TO AT-AANTAL-GEWEIGERD
           MOVE WS-GEWEIGERD-CENTEN TO AT-GEWEIGERD-CENTEN
           WRITE AFREKENINGREGEL.

       MELD-WEIGERING.
           PERFORM BEPAAL-REDENTEKST
           MOVE SPACES TO MELDREGEL
           MOVE WS-REDEN TO M-REDEN
           MOVE WS-REGELNR TO M-REGELNR
           MOVE INVOERREGEL(2:16) TO M-KAART
           MOVE WS-REGEL-CENTEN TO M-BEDRAG
           MOVE WS-REDENTEKST TO M-TEKST
           MOVE MELDREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN.

       BEPAAL-REDENTEKST.
           IF WS-REDEN = "01"
               MOVE "KAART ONBEKEND" TO WS-REDENTEKST
           ELSE IF WS-REDEN = "02"
               MOVE "KAART GEBLOKKEERD" TO WS-REDENTEKST
           ELSE IF WS-REDEN = "03"
               MOVE "KAART VERLOREN OF GESTOLEN" TO WS-REDENTEKST
           ELSE IF WS-REDEN = "04"
               MOVE "KAART VERVANGEN" TO WS-REDENTEKST
           ELSE IF WS-REDEN = "05"
               MOVE "KAART VERVALLEN" TO WS-REDENTEKST
           ELSE IF WS-REDEN = "06"
               MOVE "DAGLIMIET KAART OVERSCHREDEN" TO WS-REDENTEKST
           ELSE IF WS-REDEN = "07"
               MOVE "REKENING ONBEKEND OF INACTIEF" TO WS-REDENTEKST
           ELSE IF WS-REDEN = "08"
               MOVE "REKENING GEBLOKKEERD" TO WS-REDENTEKST
           ELSE IF WS-REDEN = "09"
               MOVE "ONVOLDOENDE DEKKING" TO WS-REDENTEKST
           ELSE IF WS-REDEN = "11"
               MOVE "REKENING SLAPEND" TO WS-REDENTEKST
           ELSE
               MOVE "REGEL ONLEESBAAR" TO WS-REDENTEKST
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * EEN KOPREGEL WAARVAN HET AANGEGEVEN AANTAL OF TOTAAL NIET
      * KLOPT MET DE GELEZEN DETAILS WORDT GEMELD; DE REGELS ZELF
      * ZIJN ELK OP HUN EIGEN MERITES VERWERKT.
       SCHRIJF-KOPCONTROLE.
           IF NOT KOP-GEZIEN
               MOVE SPACES TO RAPPORTLIJN
               IF WS-AANTAL-IN > 0
                   MOVE "GEEN KOPREGEL IN HET NETWERKBESTAND!"
                        TO RAPPORTLIJN
               ELSE
                   MOVE "GEEN NETWERKBESTAND VOOR VANDAAG."
                        TO RAPPORTLIJN
               END-IF
               WRITE RAPPORTLIJN
           ELSE IF WS-KOP-AANTAL NOT = WS-AANTAL-IN
                   OR WS-KOP-CENTEN NOT = WS-IN-CENTEN
               MOVE SPACES TO RAPPORTLIJN
               STRING "KOPREGEL " WS-NETWERK
                      ": AANTAL/TOTAAL KLOPT NIET MET DETAILS"
                      DELIMITED BY SIZE INTO RAPPORTLIJN
               WRITE RAPPORTLIJN
           END-IF
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
           MOVE "AANVAARD" TO R-OMSCHRIJVING
           MOVE WS-AANTAL-AANVAARD TO R-AANTAL
           MOVE WS-AANVAARD-CENTEN TO R-BEDRAG
           MOVE RAPPORTREGEL TO RAPPORTLIJN
           WRITE RAPPORTLIJN
           MOVE SPACES TO RAPPORTREGEL
           MOVE "GEWEIGERD" TO R-OMSCHRIJVING
           MOVE WS-AANTAL-GEWEIGERD TO R-AANTAL
           MOVE WS-GEWEIGERD-CENTEN TO R-BEDRAG
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
           CLOSE ATMIN
           CLOSE AFREKENING
           CLOSE RAPPORT
           CLOSE KLANTEN
           CLOSE REKENINGEN
           CLOSE SALDI
           CLOSE KAARTEN
           CLOSE DAGTELLERS
           CLOSE VERRICHTINGEN.

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
