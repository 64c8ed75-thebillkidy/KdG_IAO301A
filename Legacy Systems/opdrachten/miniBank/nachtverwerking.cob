      *
      * DE OPDRACHTUITVOERING LOOPT VOOR DE DAGAFSLUITING, ZODAT DE
      * AUTOMATISCH GEBOEKTE OVERSCHRIJVINGEN NOG IN DE AFSLUITING
      * EN HET ARCHIEF VAN DEZELFDE DAG TERECHTKOMEN. OM DEZELFDE
      * REDEN WORDT DAARNA METEEN HET INKOMENDE CLEARINGBESTAND
      * GEBOEKT (CLEARINGIMPORT), VOLGEN DE INVORDERINGEN VAN DE
      * SCHULDEISERS (DOMICILIERINGIMPORT) EN WORDEN DE VERVALLEN
      * LENINGTERMIJNEN GEIND (LENINGINNING) EN WORDEN DE
      * GELDAUTOMAAT- EN KAARTBETALINGEN VAN HET KAARTNETWERK
      * GEBOEKT (ATMIMPORT); NA DE CLEARINGEXPORT
      * STEMT CLEARINGAFSTEMMING DE CLEARING-TUSSENREKENING AF OP
      * DE IN- EN UITGAANDE BESTANDEN VAN DE DAG. VOOR DE
      * DAGAFSLUITING DAGVERRICHTINGEN LEEGMAAKT, PUNT
      * FACTUURAFPUNTING DE ONTVANGSTEN OP DE BEDRIJFSREKENING AF
      * OP DE OPENSTAANDE VERKOOPFACTUREN VAN STOCKBEHEER. NA
      * DE DAG- EN DE STOCKAFSLUITING ZET GROOTBOEKINTERFACE DE
      * ARCHIEVEN VAN DE DAG OM IN BOEKINGEN VOOR DE BOEKHOUDING.
      *
      * KLANTENBEHEER EN PRINT-PRODUCTEN ZIJN NORMAAL INTERACTIEVE
      * PROGRAMMA'S; DE OMGEVINGSVARIABELE NACHTBATCH WORDT OP "J"
      * DUS ALTIJD MET ALLE BRONBESTANDEN IN EEN COMMANDO:
      *     cobc -x nachtverwerking.cob opdrachtUitvoering.cob \
      *          saldoControle.cob meldingsRapport.cob \
      *          clearingImport.cob clearingExport.cob \
      *          clearingAfstemming.cob leningInning.cob \
      *          domicilieringImport.cob atmImport.cob \
      *          factuurAfpunting.cob \
      *          dagafsluiting.cob historieOpbouw.cob \
      *          dagsaldoOpbouw.cob \
      *          klantenBeheer.cob printProducten.cob \
      *          stockAfsluiting.cob productHistorieOpbouw.cob \
      *          grootboekInterface.cob \
      *          kruisControle.cob veiligheidsKopie.cob \
      *          -o nachtverwerking
      * (DE VOLGENDE WORDEN DOOR cobc ALS MEEGELINKTE SUBPROGRAMMA'S
           PERFORM INITIALISEER
           PERFORM ZET-BEDRIJFSDATUM-VAST
           PERFORM STAP-OPDRACHTEN
           IF NOT GESTOPT
               PERFORM STAP-CLEARINGIMPORT
           END-IF
           IF NOT GESTOPT
               PERFORM STAP-DOMICILIERING
           END-IF
           IF NOT GESTOPT
               PERFORM STAP-LENINGEN
           END-IF
           IF NOT GESTOPT
               PERFORM STAP-ATMIMPORT
           END-IF
           IF NOT GESTOPT
               PERFORM STAP-SALDOCONTROLE
           END-IF
           IF NOT GESTOPT
               PERFORM STAP-CLEARING
           END-IF
           IF NOT GESTOPT
               PERFORM STAP-CLEARINGAFSTEM
           END-IF
           IF NOT GESTOPT
               PERFORM STAP-FACTUURAFPUNTING
           END-IF
           IF NOT GESTOPT
               PERFORM STAP-VERRICHTING
           END-IF
           IF NOT GESTOPT
               PERFORM STAP-HISTORIE
           END-IF
           IF NOT GESTOPT
               PERFORM STAP-DAGSALDI
           END-IF
           IF NOT GESTOPT
               PERFORM STAP-KLANTENBEHEER
           END-IF
           IF NOT GESTOPT
               PERFORM STAP-PRODUCTHISTORIE
           END-IF
           IF NOT GESTOPT
               PERFORM STAP-GROOTBOEK
           END-IF
      * DE KRUISCONTROLE IS EEN WEKELIJKSE STAP: ALLEEN IN DE
      * NACHT VAN VRIJDAG (REST 5, ZIE ZOEK-VOLGENDE-WERKDAG)
      * WORDEN DE VERWIJZINGEN TUSSEN DE BESTANDEN NAGELOPEN.
           MOVE "OPDRACHTEN" TO L-STAP
           PERFORM SCHRIJF-LOGREGEL.

      * DE INKOMENDE CLEARING WORDT VOOR DE SALDOCONTROLE
      * GEBOEKT, ZODAT DIE BOEKINGEN MEE GECONTROLEERD, GEMELD EN
      * GEARCHIVEERD WORDEN.
       STAP-CLEARINGIMPORT.
           ACCEPT L-START-TIJD FROM TIME
           MOVE 0 TO RETURN-CODE
           CALL "CLEARINGIMPORT"
               ON EXCEPTION
                   MOVE 8 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-RC
           ACCEPT L-EIND-TIJD FROM TIME
           MOVE "CLEARINGIMPORT" TO L-STAP
           PERFORM SCHRIJF-LOGREGEL.

      * DE DOMICILIERINGEN WORDEN NA DE INKOMENDE CLEARING
      * GEBOEKT, ZODAT EEN STORTING VAN VANDAAG AL MEETELT VOOR DE
      * DEKKING, EN VOOR DE CLEARINGEXPORT, DIE DE BETALINGEN AAN
      * SCHULDEISERS BIJ ANDERE BANKEN MEENEEMT.
       STAP-DOMICILIERING.
           ACCEPT L-START-TIJD FROM TIME
           MOVE 0 TO RETURN-CODE
           CALL "DOMICILIERINGIMPORT"
               ON EXCEPTION
                   MOVE 8 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-RC
           ACCEPT L-EIND-TIJD FROM TIME
           MOVE "DOMICILIERING" TO L-STAP
           PERFORM SCHRIJF-LOGREGEL.

      * DE LENINGTERMIJNEN WORDEN NA DE INKOMENDE CLEARING GEIND,
      * ZODAT EEN OVERSCHRIJVING DIE VANDAAG BINNENKWAM AL MEETELT
      * VOOR DE DEKKING.
       STAP-LENINGEN.
           ACCEPT L-START-TIJD FROM TIME
           MOVE 0 TO RETURN-CODE
           CALL "LENINGINNING"
               ON EXCEPTION
                   MOVE 8 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-RC
           ACCEPT L-EIND-TIJD FROM TIME
           MOVE "LENINGINNING" TO L-STAP
           PERFORM SCHRIJF-LOGREGEL.

      * DE KAARTTRANSACTIES VAN HET NETWERK WORDEN VOOR DE
      * SALDOCONTROLE GEBOEKT, DIE DE NETWERKREKENING AFSTEMT OP
      * HET AANVAARDE TOTAAL VAN DE AFREKENING.
       STAP-ATMIMPORT.
           ACCEPT L-START-TIJD FROM TIME
           MOVE 0 TO RETURN-CODE
           CALL "ATMIMPORT"
               ON EXCEPTION
                   MOVE 8 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-RC
           ACCEPT L-EIND-TIJD FROM TIME
           MOVE "ATMIMPORT" TO L-STAP
           PERFORM SCHRIJF-LOGREGEL.

       STAP-SALDOCONTROLE.
           ACCEPT L-START-TIJD FROM TIME
           MOVE 0 TO RETURN-CODE
           MOVE "CLEARING" TO L-STAP
           PERFORM SCHRIJF-LOGREGEL.

      * DE AFSTEMMING HEEFT HET UITGAANDE BESTAND VAN VANDAAG
      * NODIG EN LOOPT DUS NA DE CLEARINGEXPORT; HET BEGINSALDO
      * KOMT UIT DE DAGSALDI VAN DE VORIGE AFSLUITING.
       STAP-CLEARINGAFSTEM.
           ACCEPT L-START-TIJD FROM TIME
           MOVE 0 TO RETURN-CODE
           CALL "CLEARINGAFSTEMMING"
               ON EXCEPTION
                   MOVE 8 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-RC
           ACCEPT L-EIND-TIJD FROM TIME
           MOVE "CLEARINGAFSTEM" TO L-STAP
           PERFORM SCHRIJF-LOGREGEL.

      * DE ONTVANGSTEN VAN DE DAG STAAN ENKEL IN DAGVERRICHTINGEN,
      * DAT DOOR DE DAGAFSLUITING GEARCHIVEERD EN LEEGGEMAAKT WORDT.
       STAP-FACTUURAFPUNTING.
           ACCEPT L-START-TIJD FROM TIME
           MOVE 0 TO RETURN-CODE
           CALL "FACTUURAFPUNTING"
               ON EXCEPTION
                   MOVE 8 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-RC
           ACCEPT L-EIND-TIJD FROM TIME
           MOVE "FACTUURAFPUNT" TO L-STAP
           PERFORM SCHRIJF-LOGREGEL.

       STAP-VERRICHTING.
           ACCEPT L-START-TIJD FROM TIME
           MOVE 0 TO RETURN-CODE
           MOVE "HISTORIE" TO L-STAP
           PERFORM SCHRIJF-LOGREGEL.

      * DE DAGSALDI (BASIS VOOR DE RENTEBEREKENING) WORDEN PAS NA
      * DE DAGAFSLUITING VASTGELEGD, ALS ALLE BOEKINGEN VAN DE DAG
      * IN HET SALDOBESTAND ZITTEN.
       STAP-DAGSALDI.
           ACCEPT L-START-TIJD FROM TIME
           MOVE 0 TO RETURN-CODE
           CALL "DAGSALDOOPBOUW"
               ON EXCEPTION
                   MOVE 8 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-RC
           ACCEPT L-EIND-TIJD FROM TIME
           MOVE "DAGSALDI" TO L-STAP
           PERFORM SCHRIJF-LOGREGEL.

       STAP-KLANTENBEHEER.
           ACCEPT L-START-TIJD FROM TIME
           MOVE 0 TO RETURN-CODE
           MOVE "PRODUCTHIST" TO L-STAP
           PERFORM SCHRIJF-LOGREGEL.

      * DE GROOTBOEKINTERFACE LEEST DE ARCHIEVEN DIE DE DAG- EN
      * DE STOCKAFSLUITING WEGSCHREVEN. EEN GEWEIGERDE DAG (DEBET
      * EN CREDIT SLUITEN NIET, ONBEKENDE CODE IN HET SCHEMA)
      * GEEFT RETURN-CODE 2 EN HOUDT DE NACHT TEGEN.
       STAP-GROOTBOEK.
           ACCEPT L-START-TIJD FROM TIME
           MOVE 0 TO RETURN-CODE
           CALL "GROOTBOEKINTERFACE"
               ON EXCEPTION
                   MOVE 8 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-RC
           ACCEPT L-EIND-TIJD FROM TIME
           MOVE "GROOTBOEK" TO L-STAP
           PERFORM SCHRIJF-LOGREGEL.

      * DE KRUISCONTROLE RAPPORTEERT ALLEEN (RETURN-CODE 0 ALS DE
      * JOB LIEP); DE AFWIJKINGEN ZELF STAAN IN HAAR RAPPORT.
       STAP-KRUISCONTROLE.
