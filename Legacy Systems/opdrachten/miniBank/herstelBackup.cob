                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PH-SLEUTEL.
           SELECT OPTIONAL DAGSALDI
                  ASSIGN TO "BESTANDEN/DAGSALDI"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS DS-SLEUTEL.
           SELECT OPTIONAL LENINGEN
                  ASSIGN TO "BESTANDEN/LENINGEN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LEN-NR.
           SELECT OPTIONAL MANDATEN
                  ASSIGN TO "BESTANDEN/MANDATEN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MAN-SLEUTEL.
           SELECT OPTIONAL DOMREGISTER
                  ASSIGN TO "BESTANDEN/DOMICILIERINGEN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS DR-SLEUTEL.
           SELECT OPTIONAL OPENPOSTEN
                  ASSIGN TO "BESTANDEN/OPENPOSTEN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PST-FACTUURNR.
           SELECT OPTIONAL TEFACTUREREN
                  ASSIGN TO "BESTANDEN/TEFACTUREREN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS TF-SLEUTEL.
           SELECT OPTIONAL ONTVANGSTEN
                  ASSIGN TO "BESTANDEN/ONTVANGSTEN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS ONT-SLEUTEL.
           SELECT OPTIONAL AANKOOPFACTUREN
                  ASSIGN TO "BESTANDEN/AANKOOPFACTUREN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS AF-NR.
           SELECT OPTIONAL STOCKLOCATIES
                  ASSIGN TO "BESTANDEN/STOCKLOCATIES"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS SL-SLEUTEL.
           SELECT OPTIONAL BESTELVOORSTELLEN
                  ASSIGN TO "BESTANDEN/BESTELVOORSTELLEN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS VS-NR.
           SELECT OPTIONAL REKENINGHOUDERS
                  ASSIGN TO "BESTANDEN/REKENINGHOUDERS"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS RH-SLEUTEL.
           SELECT OPTIONAL GROOTBOEKSALDI
                  ASSIGN TO "BESTANDEN/GROOTBOEKSALDI"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS GBS-REKENING.
           SELECT OPTIONAL KAARTEN
                  ASSIGN TO "BESTANDEN/KAARTEN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KA-NR.
           SELECT OPTIONAL WISSELKOERSEN
                  ASSIGN TO "BESTANDEN/WISSELKOERSEN"
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS WK-SLEUTEL.
           SELECT OPTIONAL KOPIE
                  ASSIGN TO DYNAMIC WS-KOPIENAAM
                  FILE STATUS IS WS-KOPIE-STATUS.
           02 KLANT-STATUS   PIC X.
               88 KLANT-ACTIEF   VALUE "A".
               88 KLANT-INACTIEF VALUE "I".
           02 RIJKSREGISTERNR PIC 9(11).
           02 GEBOORTEDATUM   PIC 9(8).

       FD  SALDI BLOCK CONTAINS 10 RECORDS.
       01  SALDOREC.
           02 HIST-MEDEDELING PIC X(50).
           02 HIST-BRON-VOLGNR PIC 9(6).
           02 HIST-TIJD PIC 9(6).
           02 HIST-HERKOMST PIC X.
               88 HIST-KLANT      VALUE "K".
               88 HIST-NIET-KLANT VALUE "N".

       FD  OPDRACHTEN BLOCK CONTAINS 10 RECORDS.
       01  OPDRACHT.
           02 REK-STATUS PIC X.
               88 REK-ACTIEF   VALUE "A".
               88 REK-INACTIEF VALUE "I".
               88 REK-SLAPEND  VALUE "S".

       FD  KASBOEK BLOCK CONTAINS 10 RECORDS.
       01  KASREC.
           02 KAS-SLEUTEL.
               03 KAS-DATUM    PIC 9(8).
               03 KAS-OPERATOR PIC X(4).
               03 KAS-MUNT     PIC X(3).
           02 KAS-BEGIN-CENTEN  PIC 9(9).
           02 KAS-GETELD-CENTEN PIC 9(9).
           02 KAS-STATUS PIC X.
               88 PH-ONTVANGST VALUE 1.
               88 PH-UITGIFTE  VALUE 2.
               88 PH-CORRECTIE VALUE 3.
               88 PH-OVERBOEKING VALUE 4.
           02 PH-TEKEN PIC X.
               88 PH-PLUS VALUE "+".
               88 PH-MIN  VALUE "-".
           02 PH-AANTAL PIC 9(4).
           02 PH-OPERATOR PIC X(4).
           02 PH-TIJD PIC 9(6).
           02 PH-LOCATIE PIC X(2).

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

       FD  LENINGEN BLOCK CONTAINS 10 RECORDS.
       01  LENINGREC.
           02 LEN-NR        PIC 9(6).
           02 LEN-KLANT     PIC 9(7).
           02 LEN-REKENING  PIC 9(7).
           02 LEN-HOOFDSOM  PIC 9(9).
           02 LEN-RENTEVOET PIC 9(5).
           02 LEN-LOOPTIJD  PIC 9(3).
           02 LEN-STARTDATUM PIC 9(8).
           02 LEN-STATUS    PIC X.
           02 LEN-MENSUALITEIT PIC 9(9).
           02 LEN-UITSTAAND PIC 9(9).
           02 LEN-VERVALLEN PIC 9(3).
           02 LEN-BETAALD   PIC 9(3).
           02 LEN-VOLGENDE-VERVALDAG PIC 9(8).
           02 LEN-LAATSTE-BETALING   PIC 9(8).
           02 LEN-OPERATOR  PIC X(4).

       FD  MANDATEN BLOCK CONTAINS 10 RECORDS.
       01  MANDAATREC.
           02 MAN-SLEUTEL.
               03 MAN-REKENING   PIC 9(7).
               03 MAN-SCHULDEISER PIC X(10).
               03 MAN-REFERENTIE PIC X(15).
           02 MAN-TEKENDATUM PIC 9(8).
           02 MAN-MAXIMUM    PIC 9(9).
           02 MAN-STATUS     PIC X.
           02 MAN-OPERATOR   PIC X(4).
           02 MAN-WIJZIGDATUM PIC 9(8).

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
           02 DR-BEDRAG      PIC 9(9).
           02 DR-STATUS      PIC X.
           02 DR-TERUG-DATUM  PIC 9(8).
           02 DR-TERUG-VOLGNR PIC 9(6).
           02 DR-TERUG-OPERATOR PIC X(4).

       FD  OPENPOSTEN BLOCK CONTAINS 10 RECORDS.
       01  OPENPOSTREC.
           02 PST-FACTUURNR   PIC 9(6).
           02 PST-KLANT       PIC 9(7).
           02 PST-DATUM       PIC 9(8).
           02 PST-VERVALDATUM PIC 9(8).
           02 PST-MEDEDELING  PIC 9(12).
           02 PST-TOTAAL      PIC 9(9).
           02 PST-BTW         PIC 9(9).
           02 PST-BETAALD     PIC 9(9).
           02 PST-STATUS      PIC X.
           02 PST-LAATSTE-BETALING PIC 9(8).
           02 PST-OPERATOR    PIC X(4).

       FD  TEFACTUREREN BLOCK CONTAINS 10 RECORDS.
       01  TEFACTURERENREC.
           02 TF-SLEUTEL  PIC X(27).
           02 TF-AANTAL   PIC 9(4).
           02 TF-OPERATOR PIC X(4).

       FD  ONTVANGSTEN BLOCK CONTAINS 10 RECORDS.
       01  ONTVANGSTREC.
           02 ONT-SLEUTEL    PIC 9(14).
           02 ONT-VOLGNR     PIC 9(6).
           02 ONT-VAN        PIC 9(12).
           02 ONT-BEDRAG     PIC 9(9).
           02 ONT-FACTUURNR  PIC 9(6).
           02 ONT-STATUS     PIC X.

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

       FD  STOCKLOCATIES BLOCK CONTAINS 10 RECORDS.
       01  STOCKLOCATIE.
           02 SL-SLEUTEL.
               03 SL-NR      PIC X(6).
               03 SL-LOCATIE PIC X(2).
           02 SL-AANTAL PIC 9(4).

       FD  BESTELVOORSTELLEN BLOCK CONTAINS 10 RECORDS.
       01  BESTELVOORSTEL.
           02 VS-NR             PIC X(6).
           02 VS-DATUM          PIC 9(8).
           02 VS-HUIDIG-DREMPEL PIC 9(4).
           02 VS-HUIDIG-AANTAL  PIC 9(4).
           02 VS-DREMPEL        PIC 9(4).
           02 VS-BESTELAANTAL   PIC 9(4).
           02 VS-STATUS         PIC X.
           02 VS-OPERATOR       PIC X(4).
           02 VS-VERWERKDATUM   PIC 9(8).

       FD  REKENINGHOUDERS BLOCK CONTAINS 10 RECORDS.
       01  HOUDERREC.
           02 RH-SLEUTEL.
               03 RH-REKENING PIC 9(7).
               03 RH-KLANT    PIC 9(7).
           02 RH-ROL         PIC X.
           02 RH-LIMIET      PIC 9(9).
           02 RH-EINDDATUM   PIC 9(8).
           02 RH-STATUS      PIC X.
           02 RH-OPERATOR    PIC X(4).
           02 RH-WIJZIGDATUM PIC 9(8).

       FD  GROOTBOEKSALDI BLOCK CONTAINS 10 RECORDS.
       01  GROOTBOEKSALDOREC.
           02 GBS-REKENING PIC 9(6).
           02 GBS-REST     PIC X(54).

       FD  KAARTEN BLOCK CONTAINS 10 RECORDS.
       01  KAARTREC.
           02 KA-NR PIC 9(16).
           02 KA-REST PIC X(85).

       FD  WISSELKOERSEN BLOCK CONTAINS 10 RECORDS.
       01  KOERSREC.
           02 WK-SLEUTEL PIC X(11).
           02 WK-REST PIC X(39).

       FD  KOPIE BLOCK CONTAINS 10 RECORDS.
       01  KOPIEREC PIC X(118).

       FD  DATUMKOPIE.
       01  DATUMKOPIEREGEL PIC 9(8).
           MOVE "STOCK" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "PRODUCTHISTORIE" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "DAGSALDI" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "LENINGEN" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "MANDATEN" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "DOMICILIERINGEN" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "OPENPOSTEN" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "TEFACTUREREN" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "ONTVANGSTEN" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "AANKOOPFACTUREN" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "STOCKLOCATIES" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "BESTELVOORSTELLEN" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "REKENINGHOUDERS" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "GROOTBOEKSALDI" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "KAARTEN" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE
           MOVE "WISSELKOERSEN" TO WS-BESTANDSNAAM
           PERFORM CONTROLEER-EEN-KOPIE.

       CONTROLEER-EEN-KOPIE.
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-PRODUCTHISTORIE-TERUG
           END-IF
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-DAGSALDI-TERUG
           END-IF
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-LENINGEN-TERUG
           END-IF
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-MANDATEN-TERUG
           END-IF
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-DOMICILIERINGEN-TERUG
           END-IF
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-OPENPOSTEN-TERUG
           END-IF
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-TEFACTUREREN-TERUG
           END-IF
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-ONTVANGSTEN-TERUG
           END-IF
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-AANKOOPFACTUREN-TERUG
           END-IF
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-STOCKLOCATIES-TERUG
           END-IF
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-BESTELVOORSTELLEN-TERUG
           END-IF
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-REKENINGHOUDERS-TERUG
           END-IF
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-GROOTBOEKSALDI-TERUG
           END-IF
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-KAARTEN-TERUG
           END-IF
           IF NOT WS-HERSTELFOUT
               PERFORM ZET-WISSELKOERSEN-TERUG
           END-IF
           IF WS-HERSTELFOUT
               DISPLAY "TERUGZETTING AFGEBROKEN: DE SET IS "
                       "ONVOLLEDIG; ALLEEN DE HIERBOVEN GEMELDE "
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       ZET-DAGSALDI-TERUG.
           MOVE "DAGSALDI" TO WS-BESTANDSNAAM
           PERFORM MAAK-KOPIENAAM
           IF WS-KOPIE-GEVONDEN
               OPEN OUTPUT DAGSALDI
               PERFORM ZET-EEN-DAGSALDO-TERUG UNTIL STOPLEZEN
               CLOSE DAGSALDI
               PERFORM MELD-AANTAL
           END-IF
           CLOSE KOPIE.

       ZET-EEN-DAGSALDO-TERUG.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE KOPIEREC TO DAGSALDOREC
               WRITE DAGSALDOREC
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       ZET-LENINGEN-TERUG.
           MOVE "LENINGEN" TO WS-BESTANDSNAAM
           PERFORM MAAK-KOPIENAAM
           IF WS-KOPIE-GEVONDEN
               OPEN OUTPUT LENINGEN
               PERFORM ZET-EEN-LENING-TERUG UNTIL STOPLEZEN
               CLOSE LENINGEN
               PERFORM MELD-AANTAL
           END-IF
           CLOSE KOPIE.

       ZET-EEN-LENING-TERUG.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE KOPIEREC TO LENINGREC
               WRITE LENINGREC
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       ZET-MANDATEN-TERUG.
           MOVE "MANDATEN" TO WS-BESTANDSNAAM
           PERFORM MAAK-KOPIENAAM
           IF WS-KOPIE-GEVONDEN
               OPEN OUTPUT MANDATEN
               PERFORM ZET-EEN-MANDAAT-TERUG UNTIL STOPLEZEN
               CLOSE MANDATEN
               PERFORM MELD-AANTAL
           END-IF
           CLOSE KOPIE.

       ZET-EEN-MANDAAT-TERUG.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE KOPIEREC TO MANDAATREC
               WRITE MANDAATREC
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       ZET-DOMICILIERINGEN-TERUG.
           MOVE "DOMICILIERINGEN" TO WS-BESTANDSNAAM
           PERFORM MAAK-KOPIENAAM
           IF WS-KOPIE-GEVONDEN
               OPEN OUTPUT DOMREGISTER
               PERFORM ZET-EEN-INVORDERING-TERUG UNTIL STOPLEZEN
               CLOSE DOMREGISTER
               PERFORM MELD-AANTAL
           END-IF
           CLOSE KOPIE.

       ZET-EEN-INVORDERING-TERUG.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE KOPIEREC TO DOMREGISTERREC
               WRITE DOMREGISTERREC
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       ZET-OPENPOSTEN-TERUG.
           MOVE "OPENPOSTEN" TO WS-BESTANDSNAAM
           PERFORM MAAK-KOPIENAAM
           IF WS-KOPIE-GEVONDEN
               OPEN OUTPUT OPENPOSTEN
               PERFORM ZET-EEN-OPENPOST-TERUG UNTIL STOPLEZEN
               CLOSE OPENPOSTEN
               PERFORM MELD-AANTAL
           END-IF
           CLOSE KOPIE.

       ZET-EEN-OPENPOST-TERUG.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE KOPIEREC TO OPENPOSTREC
               WRITE OPENPOSTREC
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       ZET-TEFACTUREREN-TERUG.
           MOVE "TEFACTUREREN" TO WS-BESTANDSNAAM
           PERFORM MAAK-KOPIENAAM
           IF WS-KOPIE-GEVONDEN
               OPEN OUTPUT TEFACTUREREN
               PERFORM ZET-EEN-TEFACTUREREN-TERUG UNTIL STOPLEZEN
               CLOSE TEFACTUREREN
               PERFORM MELD-AANTAL
           END-IF
           CLOSE KOPIE.

       ZET-EEN-TEFACTUREREN-TERUG.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE KOPIEREC TO TEFACTURERENREC
               WRITE TEFACTURERENREC
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       ZET-ONTVANGSTEN-TERUG.
           MOVE "ONTVANGSTEN" TO WS-BESTANDSNAAM
           PERFORM MAAK-KOPIENAAM
           IF WS-KOPIE-GEVONDEN
               OPEN OUTPUT ONTVANGSTEN
               PERFORM ZET-EEN-ONTVANGST-TERUG UNTIL STOPLEZEN
               CLOSE ONTVANGSTEN
               PERFORM MELD-AANTAL
           END-IF
           CLOSE KOPIE.

       ZET-EEN-ONTVANGST-TERUG.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE KOPIEREC TO ONTVANGSTREC
               WRITE ONTVANGSTREC
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       ZET-AANKOOPFACTUREN-TERUG.
           MOVE "AANKOOPFACTUREN" TO WS-BESTANDSNAAM
           PERFORM MAAK-KOPIENAAM
           IF WS-KOPIE-GEVONDEN
               OPEN OUTPUT AANKOOPFACTUREN
               PERFORM ZET-EEN-AANKOOPFACTUUR-TERUG UNTIL STOPLEZEN
               CLOSE AANKOOPFACTUREN
               PERFORM MELD-AANTAL
           END-IF
           CLOSE KOPIE.

       ZET-EEN-AANKOOPFACTUUR-TERUG.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE KOPIEREC TO AANKOOPFACTUUR
               WRITE AANKOOPFACTUUR
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       ZET-STOCKLOCATIES-TERUG.
           MOVE "STOCKLOCATIES" TO WS-BESTANDSNAAM
           PERFORM MAAK-KOPIENAAM
           IF WS-KOPIE-GEVONDEN
               OPEN OUTPUT STOCKLOCATIES
               PERFORM ZET-EEN-STOCKLOCATIE-TERUG UNTIL STOPLEZEN
               CLOSE STOCKLOCATIES
               PERFORM MELD-AANTAL
           END-IF
           CLOSE KOPIE.

       ZET-EEN-STOCKLOCATIE-TERUG.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE KOPIEREC TO STOCKLOCATIE
               WRITE STOCKLOCATIE
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       ZET-BESTELVOORSTELLEN-TERUG.
           MOVE "BESTELVOORSTELLEN" TO WS-BESTANDSNAAM
           PERFORM MAAK-KOPIENAAM
           IF WS-KOPIE-GEVONDEN
               OPEN OUTPUT BESTELVOORSTELLEN
               PERFORM ZET-EEN-BESTELVOORSTEL-TERUG UNTIL STOPLEZEN
               CLOSE BESTELVOORSTELLEN
               PERFORM MELD-AANTAL
           END-IF
           CLOSE KOPIE.

       ZET-EEN-BESTELVOORSTEL-TERUG.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE KOPIEREC TO BESTELVOORSTEL
               WRITE BESTELVOORSTEL
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       ZET-REKENINGHOUDERS-TERUG.
           MOVE "REKENINGHOUDERS" TO WS-BESTANDSNAAM
           PERFORM MAAK-KOPIENAAM
           IF WS-KOPIE-GEVONDEN
               OPEN OUTPUT REKENINGHOUDERS
               PERFORM ZET-EEN-REKENINGHOUDER-TERUG UNTIL STOPLEZEN
               CLOSE REKENINGHOUDERS
               PERFORM MELD-AANTAL
           END-IF
           CLOSE KOPIE.

       ZET-EEN-REKENINGHOUDER-TERUG.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE KOPIEREC TO HOUDERREC
               WRITE HOUDERREC
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       ZET-GROOTBOEKSALDI-TERUG.
           MOVE "GROOTBOEKSALDI" TO WS-BESTANDSNAAM
           PERFORM MAAK-KOPIENAAM
           IF WS-KOPIE-GEVONDEN
               OPEN OUTPUT GROOTBOEKSALDI
               PERFORM ZET-EEN-GROOTBOEKSALDO-TERUG UNTIL STOPLEZEN
               CLOSE GROOTBOEKSALDI
               PERFORM MELD-AANTAL
           END-IF
           CLOSE KOPIE.

       ZET-EEN-GROOTBOEKSALDO-TERUG.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE KOPIEREC TO GROOTBOEKSALDOREC
               WRITE GROOTBOEKSALDOREC
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       ZET-KAARTEN-TERUG.
           MOVE "KAARTEN" TO WS-BESTANDSNAAM
           PERFORM MAAK-KOPIENAAM
           IF WS-KOPIE-GEVONDEN
               OPEN OUTPUT KAARTEN
               PERFORM ZET-EEN-KAART-TERUG UNTIL STOPLEZEN
               CLOSE KAARTEN
               PERFORM MELD-AANTAL
           END-IF
           CLOSE KOPIE.

       ZET-EEN-KAART-TERUG.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE KOPIEREC TO KAARTREC
               WRITE KAARTREC
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       ZET-WISSELKOERSEN-TERUG.
           MOVE "WISSELKOERSEN" TO WS-BESTANDSNAAM
           PERFORM MAAK-KOPIENAAM
           IF WS-KOPIE-GEVONDEN
               OPEN OUTPUT WISSELKOERSEN
               PERFORM ZET-EEN-KOERS-TERUG UNTIL STOPLEZEN
               CLOSE WISSELKOERSEN
               PERFORM MELD-AANTAL
           END-IF
           CLOSE KOPIE.

       ZET-EEN-KOERS-TERUG.
           READ KOPIE AT END MOVE "J" TO GEDAAN
           END-READ
           IF NOT STOPLEZEN
               MOVE KOPIEREC TO KOERSREC
               WRITE KOERSREC
               ADD 1 TO WS-TERUGGEZET
           END-IF.

       MELD-AANTAL.
           DISPLAY WS-BESTANDSNAAM ": " WS-TERUGGEZET
                   " RECORDS TERUGGEZET.".
