      * HISTORIE GELADEN ZIJN. HET JAAR WORDT GEVRAAGD; 0 NEEMT
      * HET JAAR VOOR DE OPEN BEDRIJFSDAG.
      *
      * EEN JAAR DAT DOOR DE HISTORIERETENTIE AL UIT DE HISTORIE
      * GEHAALD IS (VOOR DE LAATSTE AFGEWERKTE GRENSDATUM IN
      * "BESTANDEN/HISTARCHIEVEN") WORDT GEWEIGERD: HET OVERZICHT
      * ZOU LEEG ZIJN. DE BEGINSALDOREGEL (SOORT 0) OP DE
      * GRENSDATUM IS GEEN RENTE EN TELT NIET MEE.
      *
      ************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JAARAFSLUITING.
                  ASSIGN TO DYNAMIC WS-OVERZICHTNAAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OVERZICHT-STATUS.
           SELECT OPTIONAL REGISTER
                  ASSIGN TO "BESTANDEN/HISTARCHIEVEN"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BEDRIJFSDATUM
                  ASSIGN TO "BESTANDEN/BEDRIJFSDATUM"
           02 KLANT-STATUS   PIC X.
               88 KLANT-ACTIEF   VALUE "A".
               88 KLANT-INACTIEF VALUE "I".
           02 RIJKSREGISTERNR PIC 9(11).
           02 GEBOORTEDATUM   PIC 9(8).

       FD  HISTORIE BLOCK CONTAINS 10 RECORDS.
       01  HISTORIEREC.
           02 HIST-MEDEDELING PIC X(50).
           02 HIST-BRON-VOLGNR PIC 9(6).
           02 HIST-TIJD PIC 9(6).
           02 HIST-HERKOMST PIC X.
               88 HIST-KLANT      VALUE "K".
               88 HIST-NIET-KLANT VALUE "N".

      * REKENINGENBESTAND (ONDERHOUD VIA KLANTENBEHEER): DE RENTE
      * EN VOORHEFFING VAN BIJKOMENDE (SPAAR)REKENINGEN STAAN IN
           02 REK-STATUS PIC X.
               88 REK-ACTIEF   VALUE "A".
               88 REK-INACTIEF VALUE "I".
               88 REK-SLAPEND  VALUE "S".

       FD  OVERZICHT.
       01  OVERZICHTLIJN PIC X(100).

      * REGISTER VAN DE HISTORIERETENTIE; ALLEEN DE GRENSDATUM EN
      * DE FASE ZIJN HIER NODIG.
       FD  REGISTER.
       01  REGISTERREGEL.
           02 R-GRENSDATUM  PIC 9(8).
           02 FILLER        PIC X.
           02 R-FASE        PIC X.
               88 R-KLAAR VALUE "K".
           02 FILLER        PIC X(53).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).

       77  WS-JAAR         PIC 9(4).
       77  WS-VAN-DATUM    PIC 9(8).
       77  WS-TOT-DATUM    PIC 9(8).
       77  WS-LAATSTE-GRENS PIC 9(8) VALUE ZERO.
       77  GEDAAN          PIC X(1).
           88 STOPLEZEN VALUE "J".
       77  WS-HIST-GEDAAN  PIC X.
           PERFORM VRAAG-JAAR
           COMPUTE WS-VAN-DATUM = WS-JAAR * 10000 + 101
           COMPUTE WS-TOT-DATUM = WS-JAAR * 10000 + 1231
           PERFORM LEES-ARCHIEFGRENS
           IF WS-VAN-DATUM < WS-LAATSTE-GRENS
               DISPLAY "JAARAFSLUITING: DE HISTORIE VAN " WS-JAAR
                       " IS GEARCHIVEERD (GRENS " WS-LAATSTE-GRENS ")!"
               SET WS-OPENFOUT TO TRUE
           ELSE
               PERFORM OPEN-BESTANDEN
           END-IF.

       OPEN-BESTANDEN.
           MOVE SPACES TO WS-OVERZICHTNAAM
           STRING "BESTANDEN/FISCAALOVERZICHT." WS-JAAR
                  DELIMITED BY SIZE INTO WS-OVERZICHTNAAM
               END-START
           END-IF.

       LEES-ARCHIEFGRENS.
           MOVE "N" TO GEDAAN
           OPEN INPUT REGISTER
           PERFORM LEES-REGISTERREGEL UNTIL STOPLEZEN
           CLOSE REGISTER
           MOVE "N" TO GEDAAN.

       LEES-REGISTERREGEL.
           READ REGISTER AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
                   AND R-KLAAR AND R-GRENSDATUM > WS-LAATSTE-GRENS
               MOVE R-GRENSDATUM TO WS-LAATSTE-GRENS
           END-IF.

       VRAAG-JAAR.
           MOVE ZEROS TO WS-JAAR
           DISPLAY "OVERZICHTSJAAR (JJJJ, 0 = VORIG JAAR):"
