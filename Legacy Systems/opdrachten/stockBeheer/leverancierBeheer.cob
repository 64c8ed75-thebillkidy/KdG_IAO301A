      * BESTELGENERATIE (ZIE BESTELBEHEER) GEBRUIKT DIE KOPPELING
      * OM PER LEVERANCIER EEN BESTELBON TE MAKEN.
      *
      * HET REKENINGNUMMER VAN DE LEVERANCIER (MET CONTROLEGETAL,
      * 0 = NOG ONBEKEND) IS NODIG OM ZIJN AANKOOPFACTUREN IN DE
      * BETAALRUN TE BETALEN (ZIE AANKOOPFACTUREN).
      *
      ********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVERANCIERBEHEER.
           02 LEV-STATUS PIC X.
               88 LEV-ACTIEF   VALUE "A".
               88 LEV-INACTIEF VALUE "I".
           02 LEV-REKENING.
               03 LEV-REK-DEEL1 PIC 9(3).
               03 LEV-REK-DEEL2 PIC 9(7).
               03 LEV-REK-DEEL3 PIC 9(2).

       WORKING-STORAGE SECTION.
       77  MENUWAARDE PIC 9 VALUE 0.
           88 INVOER-NOK VALUE "N".
       77  LEVERANCIERSGEDAAN PIC X(1).
           88 STOPLEZENLEVERANCIERS VALUE "J".
       77  WS-BBAN-GETAL PIC 9(10).
       77  WS-CONTROLEGETAL PIC 9(2).

       SCREEN SECTION.
       01  HOOFDMENU.
           02 LINE 10 COL 23 VALUE "TELEFOONNR.:".
           02 LINE 9  COL 41 PIC X(30) USING LEV-NAAM.
           02 LINE 10 COL 41 PIC X(13) USING LEV-TEL.
           02 LINE 11 COL 23 VALUE "REKENINGNR.:".
           02 LINE 11 COL 41 PIC 9(3) USING LEV-REK-DEEL1.
           02 LINE 11 COL 44 VALUE "-".
           02 LINE 11 COL 45 PIC 9(7) USING LEV-REK-DEEL2.
           02 LINE 11 COL 52 VALUE "-".
           02 LINE 11 COL 53 PIC 9(2) USING LEV-REK-DEEL3.
           02 LINE 24 COL 1 PIC X(79) FROM FOUTMELDING.
       01 VERWIJDERSCHERM.
           02 BLANK SCREEN.
                   MOVE "GEEF EEN LEVERANCIERSNUMMER!" TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               ELSE
                   PERFORM CONTROLEER-REKENING
               END-IF
               IF INVOER-OK
                   SET LEV-ACTIEF TO TRUE
                   WRITE LEVERANCIER
                       INVALID KEY PERFORM FOUTTOEVOEGEN
           END-PERFORM.

       CLEANUPLEVERANCIER.
           INSPECT LEV-REKENING REPLACING ALL "_" BY "0"
           INSPECT LEV-REKENING REPLACING ALL X"00" BY "0"
           INSPECT LEVERANCIER REPLACING ALL "_" BY " "
      * DIT IS OM EEN BUG IN DE COMPILER TE OMZEILEN
           INSPECT LEV-NR REPLACING ALL X"00" BY SPACE
                   END-READ
               END-IF
           END-PERFORM
      * LEVERANCIERS VAN VOOR DE INVOERING VAN HET REKENINGNUMMER
      * HEBBEN NOG GEEN GELDIG NUMMER; DAT TELT ALS NUL.
           IF LEV-REKENING NOT NUMERIC
               MOVE ZEROS TO LEV-REKENING
           END-IF
           IF NOT LEV-NR = SPACES
               PERFORM WITH TEST AFTER UNTIL INVOER-OK
                   SET INVOER-OK TO TRUE
                   DISPLAY GEGEVENSSCHERM
                   ACCEPT GEGEVENSSCHERM
                   PERFORM CLEANUPLEVERANCIER
                   PERFORM CONTROLEER-REKENING
                   IF INVOER-OK
                       REWRITE LEVERANCIER
                           INVALID KEY PERFORM FOUTZOEKEN
                       END-REWRITE
                   END-IF
               END-PERFORM
           END-IF.

               AT END MOVE "J" TO LEVERANCIERSGEDAAN
           END-READ
           IF NOT STOPLEZENLEVERANCIERS
               IF LEV-REKENING NOT NUMERIC
                   MOVE ZEROS TO LEV-REKENING
               END-IF
               DISPLAY LEV-NR " | " LEV-NAAM " | " LEV-TEL
                       " | " LEV-STATUS " | " LEV-REK-DEEL1 "-"
                       LEV-REK-DEEL2 "-" LEV-REK-DEEL3
           END-IF.

       EINDEPROC.
       SLUITBESTAND.
           CLOSE LEVERANCIERS.

      * HET REKENINGNUMMER MAG LEEG (0) BLIJVEN; ANDERS MOET HET
      * CONTROLEGETAL KLOPPEN (REST MODULO 97, 0 WORDT 97).
       CONTROLEER-REKENING.
           IF LEV-REKENING NOT = 0
               COMPUTE WS-BBAN-GETAL = LEV-REK-DEEL1 * 10000000 +
                       LEV-REK-DEEL2
               COMPUTE WS-CONTROLEGETAL =
                       FUNCTION MOD(WS-BBAN-GETAL, 97)
               IF WS-CONTROLEGETAL = 0
                   MOVE 97 TO WS-CONTROLEGETAL
               END-IF
               IF WS-CONTROLEGETAL NOT = LEV-REK-DEEL3
                   MOVE "ONGELDIG REKENINGNUMMER (CONTROLEGETAL)!"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
           END-IF.

       FOUTTOEVOEGEN.
           MOVE "NUMMER BESTAAT REEDS!" TO FOUTMELDING
           SET INVOER-NOK TO TRUE.
