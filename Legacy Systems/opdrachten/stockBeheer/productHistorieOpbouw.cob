           02 A-DATUM PIC 9(8).
           02 A-OPERATOR PIC X(4).
           02 A-TIJD PIC 9(6).
           02 A-LOCATIE PIC X(2).

       FD  PRODUCTHISTORIE BLOCK CONTAINS 10 RECORDS.
       01  PRODUCTHISTORIEREC.
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

       FD  GELADENLOG.
       01  GELADENREGEL PIC 9(8).
       77  WS-GESCHREVEN-VLAG PIC X.
           88 REGEL-GESCHREVEN VALUE "J".
       77  WS-AANTAL-REGELS PIC 9(5) VALUE ZERO.
       77  WS-HISTORIE-OPSLAG PIC X(36).

       PROCEDURE DIVISION.

           MOVE A-TEKEN TO PH-TEKEN
           MOVE A-AANTAL TO PH-AANTAL
           MOVE A-OPERATOR TO PH-OPERATOR
           MOVE A-TIJD TO PH-TIJD
           MOVE A-LOCATIE TO PH-LOCATIE.

      * HET VOLGNUMMER MAAKT DE SLEUTEL UNIEK PER PRODUCT EN
      * DATUM: BIJ EEN DUBBELE SLEUTEL WORDT EERST GEKEKEN OF DE
