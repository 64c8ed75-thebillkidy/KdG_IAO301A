           02 TIJD PIC 9(6).
           02 OPDRACHT-REF PIC 9(5).
           02 FIAT-ID PIC X(4).
           02 UITVOERDER PIC 9(7).
           02 MUNT PIC X(3).
           02 VREEMD-BEDRAG.
               03 VREEMD-GEHEEL PIC 9(7).
               03 VREEMD-DECIMAAL PIC 9(2).
           02 KOERS PIC 9(3)V9(6).

       FD  CLEARINGUIT.
       01  UITVOERREGEL PIC X(80).
