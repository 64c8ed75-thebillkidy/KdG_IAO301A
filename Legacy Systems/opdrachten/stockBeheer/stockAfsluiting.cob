      * SLUIT HET STOCKJOURNAAL VAN DE DAG AF, NAAR HET VOORBEELD
      * VAN DE DAGAFSLUITING BIJ DE BANKVERRICHTINGEN: TELT DE
      * BOEKINGEN MET DATUM = DE OPEN BEDRIJFSDAG OP PER PRODUCT
      * (ONTVANGEN, UITGEGEVEN, GECORRIGEERD EN TUSSEN LOCATIES
      * OVERGEBOEKT AANTAL), SCHRIJFT
      * EEN RAPPORT "BESTANDEN/STOCKAFSLUITRAPPORT.JJJJMMDD" WEG
      * EN ARCHIVEERT HET JOURNAAL ONDER
      * "BESTANDEN/STOCKJOURNAAL.JJJJMMDD" ZODAT STOCKBEHEER
               88 B-ONTVANGST VALUE 1.
               88 B-UITGIFTE  VALUE 2.
               88 B-CORRECTIE VALUE 3.
               88 B-OVERBOEKING VALUE 4.
           02 B-NR PIC X(6).
           02 B-TEKEN PIC X.
               88 B-PLUS VALUE "+".
           02 B-DATUM PIC 9(8).
           02 B-OPERATOR PIC X(4).
           02 B-TIJD PIC 9(6).
           02 B-LOCATIE PIC X(2).

       FD  ARCHIEF BLOCK CONTAINS 10 RECORDS.
       01  ARCHIEFBOEKING.
           02 A-DATUM PIC 9(8).
           02 A-OPERATOR PIC X(4).
           02 A-TIJD PIC 9(6).
           02 A-LOCATIE PIC X(2).

       FD  RAPPORT.
       01  RAPPORTLIJN PIC X(80).
           02 O-DATUM PIC 9(8).
           02 O-OPERATOR PIC X(4).
           02 O-TIJD PIC 9(6).
           02 O-LOCATIE PIC X(2).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).
               03 PT-ONTVANGEN PIC 9(6).
               03 PT-UITGEGEVEN PIC 9(6).
               03 PT-GECORRIGEERD PIC S9(6).
               03 PT-OVERGEBOEKT PIC 9(6).
       77  OVL-CNT PIC 9(5) VALUE ZERO.
       01  RAPPORTREGEL.
           02 R-NR           PIC X(6).
           02 R-UITGEGEVEN   PIC ZZZZZ9.
           02 FILLER         PIC X(8) VALUE " | CORR ".
           02 R-GECORRIGEERD PIC -(5)9.
           02 FILLER         PIC X(8) VALUE " | OVER ".
           02 R-OVERGEBOEKT  PIC ZZZZZ9.

       PROCEDURE DIVISION.

                   MOVE ZEROS TO PT-ONTVANGEN(PT-IX)
                   MOVE ZEROS TO PT-UITGEGEVEN(PT-IX)
                   MOVE ZEROS TO PT-GECORRIGEERD(PT-IX)
                   MOVE ZEROS TO PT-OVERGEBOEKT(PT-IX)
                   PERFORM TEL-BOEKING-BIJ
               ELSE
                   ADD 1 TO OVL-CNT
               ELSE
                   ADD B-AANTAL TO PT-GECORRIGEERD(PT-IX)
               END-IF
      * EEN OVERBOEKING STAAT ER TWEE KEER IN (- EN +); ALLEEN DE
      * NAAR-KANT WORDT GETELD.
           ELSE IF B-OVERBOEKING AND B-PLUS
               ADD B-AANTAL TO PT-OVERGEBOEKT(PT-IX)
           END-IF.

       SCHRIJF-RAPPORT.
                   MOVE PT-ONTVANGEN(PT-IX) TO R-ONTVANGEN
                   MOVE PT-UITGEGEVEN(PT-IX) TO R-UITGEGEVEN
                   MOVE PT-GECORRIGEERD(PT-IX) TO R-GECORRIGEERD
                   MOVE PT-OVERGEBOEKT(PT-IX) TO R-OVERGEBOEKT
                   MOVE RAPPORTREGEL TO RAPPORTLIJN
                   WRITE RAPPORTLIJN
               END-PERFORM
