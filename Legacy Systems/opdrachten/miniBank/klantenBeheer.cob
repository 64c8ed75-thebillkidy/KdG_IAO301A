           SELECT OPTIONAL BLOKAUDIT
                  ASSIGN TO "BESTANDEN/BLOKKERINGSAUDIT"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LENINGEN
                  ASSIGN TO "BESTANDEN/LENINGEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS LEN-NR.
           SELECT OPTIONAL MANDATEN
                  ASSIGN TO "BESTANDEN/MANDATEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MAN-SLEUTEL.
           SELECT OPTIONAL REKENINGHOUDERS
                  ASSIGN TO "BESTANDEN/REKENINGHOUDERS"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS RH-SLEUTEL.
           SELECT OPTIONAL KAARTEN
                  ASSIGN TO "BESTANDEN/KAARTEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS KA-NR.
           SELECT OPTIONAL DOMREGISTER
                  ASSIGN TO "BESTANDEN/DOMICILIERINGEN"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS DR-SLEUTEL.
           SELECT OPTIONAL TERUGVORDERING
                  ASSIGN TO DYNAMIC WS-TERUGVORDERNAAM
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTREGISTER
                  ASSIGN TO "BESTANDEN/HISTARCHIEVEN"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTARCHIEF
                  ASSIGN TO DYNAMIC WS-ARCHIEFNAAM.
           SELECT OPTIONAL PARAMETERS
                  ASSIGN TO "BESTANDEN/PARAMETERS"
                  ACCESS MODE IS DYNAMIC
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS PARAM-SLEUTEL.

       DATA DIVISION.
       FILE SECTION.
           02 KLANT-STATUS   PIC X.
               88 KLANT-ACTIEF   VALUE "A".
               88 KLANT-INACTIEF VALUE "I".
           02 RIJKSREGISTERNR PIC 9(11).
           02 GEBOORTEDATUM   PIC 9(8).

       FD  KLANTENAUDIT.
       01  AUDITREGEL.
           02 A-NA-TEL        PIC X(13).
           02 FILLER          PIC X VALUE SPACE.
           02 A-OPERATOR      PIC X(4).
           02 FILLER          PIC X VALUE SPACE.
           02 A-VOOR-RIJKSREGISTERNR PIC X(11).
           02 A-VOOR-GEBOORTEDATUM   PIC X(8).
           02 FILLER          PIC X VALUE SPACE.
           02 A-NA-RIJKSREGISTERNR   PIC X(11).
           02 A-NA-GEBOORTEDATUM     PIC X(8).

       FD  VERRICHTINGEN BLOCK CONTAINS 10 RECORDS.
       01  VERRICHTING.
           02 TIJD PIC 9(6).
           02 OPDRACHT-REF PIC 9(5).
           02 FIAT-ID PIC X(4).
           02 UITVOERDER PIC 9(7).
           02 MUNT PIC X(3).
           02 VREEMD-BEDRAG.
               03 VREEMD-GEHEEL PIC 9(7).
               03 VREEMD-DECIMAAL PIC 9(2).
           02 KOERS PIC 9(3)V9(6).

       FD  BEDRIJFSDATUM.
       01  BEDRIJFSDATUMREGEL PIC 9(8).
           02 HIST-MEDEDELING PIC X(50).
           02 HIST-BRON-VOLGNR PIC 9(6).
           02 HIST-TIJD PIC 9(6).
           02 HIST-HERKOMST PIC X.
               88 HIST-KLANT      VALUE "K".
               88 HIST-NIET-KLANT VALUE "N".

      * DAGTELLERS PER BEDRIJFSDAG (ZIE VERRICHTING): RECORD
      * 0000000 HOUDT HET LAATST UITGEDEELDE VOLGNUMMER BIJ.
           02 REK-STATUS PIC X.
               88 REK-ACTIEF   VALUE "A".
               88 REK-INACTIEF VALUE "I".
               88 REK-SLAPEND  VALUE "S".

       FD  UITTREKSELADMIN BLOCK CONTAINS 10 RECORDS.
       01  ADMINREC.
           02 FILLER         PIC X VALUE SPACE.
           02 BA-OPERATOR    PIC X(4).

      * AFBETALINGSLENINGEN (ONDERHOUD VIA LENINGBEHEER, INNING
      * VIA LENINGINNING); HIER ALLEEN GELEZEN VOOR DE KLANTINFO.
       FD  LENINGEN BLOCK CONTAINS 10 RECORDS.
       01  LENINGREC.
           02 LEN-NR        PIC 9(6).
           02 LEN-KLANT     PIC 9(7).
           02 LEN-REKENING  PIC 9(7).
           02 LEN-HOOFDSOM.
               03 LEN-HS-GEHEEL   PIC 9(7).
               03 LEN-HS-DECIMAAL PIC 9(2).
           02 LEN-RENTEVOET PIC 9(5).
           02 LEN-LOOPTIJD  PIC 9(3).
           02 LEN-STARTDATUM PIC 9(8).
           02 LEN-STATUS    PIC X.
               88 LEN-ACTIEF   VALUE "A".
               88 LEN-AFGELOST VALUE "F".
           02 LEN-MENSUALITEIT.
               03 LEN-MS-GEHEEL   PIC 9(7).
               03 LEN-MS-DECIMAAL PIC 9(2).
           02 LEN-UITSTAAND.
               03 LEN-UIT-GEHEEL   PIC 9(7).
               03 LEN-UIT-DECIMAAL PIC 9(2).
           02 LEN-VERVALLEN PIC 9(3).
           02 LEN-BETAALD   PIC 9(3).
           02 LEN-VOLGENDE-VERVALDAG PIC 9(8).
           02 LEN-LAATSTE-BETALING   PIC 9(8).
           02 LEN-OPERATOR  PIC X(4).

      * DOMICILIERINGSMANDATEN PER REKENING VAN DE SCHULDENAAR
      * (GELEZEN DOOR DOMICILIERINGIMPORT). MAXIMUM NUL = GEEN
      * MAXIMUM.
       FD  MANDATEN BLOCK CONTAINS 10 RECORDS.
       01  MANDAATREC.
           02 MAN-SLEUTEL.
               03 MAN-REKENING   PIC 9(7).
               03 MAN-SCHULDEISER PIC X(10).
               03 MAN-REFERENTIE PIC X(15).
           02 MAN-TEKENDATUM PIC 9(8).
           02 MAN-MAXIMUM.
               03 MAN-MAX-GEHEEL   PIC 9(7).
               03 MAN-MAX-DECIMAAL PIC 9(2).
           02 MAN-STATUS PIC X.
               88 MAN-ACTIEF    VALUE "A".
               88 MAN-HERROEPEN VALUE "I".
           02 MAN-OPERATOR PIC X(4).
           02 MAN-WIJZIGDATUM PIC 9(8).

      * HOUDERS EN VOLMACHTHEBBERS PER REKENING (GELEZEN DOOR
      * VERRICHTING). DE EIGENAAR (REK-KLANT) IS ALTIJD TITULARIS
      * EN STAAT HIER NIET IN. LIMIET (PER VERRICHTING) EN
      * EINDDATUM GELDEN ALLEEN VOOR EEN VOLMACHT; NUL = GEEN
      * LIMIET OF GEEN EINDDATUM. EEN INGETROKKEN HOUDER BLIJFT
      * MET STATUS I BEWAARD.
       FD  REKENINGHOUDERS BLOCK CONTAINS 10 RECORDS.
       01  HOUDERREC.
           02 RH-SLEUTEL.
               03 RH-REKENING PIC 9(7).
               03 RH-KLANT    PIC 9(7).
           02 RH-ROL PIC X.
               88 RH-TITULARIS   VALUE "T".
               88 RH-COTITULARIS VALUE "C".
               88 RH-VOLMACHT    VALUE "V".
           02 RH-LIMIET.
               03 RH-LIM-GEHEEL   PIC 9(7).
               03 RH-LIM-DECIMAAL PIC 9(2).
           02 RH-EINDDATUM PIC 9(8).
           02 RH-STATUS PIC X.
               88 RH-ACTIEF      VALUE "A".
               88 RH-INGETROKKEN VALUE "I".
           02 RH-OPERATOR PIC X(4).
           02 RH-WIJZIGDATUM PIC 9(8).

      * BANKKAARTEN (GELEZEN DOOR ATMIMPORT): ELKE KAART HOORT BIJ
      * EEN REKENING EN EEN KAARTHOUDER (DE EIGENAAR OF EEN
      * TITULARIS/CO-TITULARIS), MET EEN EIGEN DAGLIMIET. EEN
      * VERVANGEN KAART BLIJFT MET STATUS R BEWAARD EN DE NIEUWE
      * VERWIJST ERNAAR. HET DAGGEBRUIK WORDT DOOR ATMIMPORT
      * BIJGEHOUDEN.
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

      * REGISTER VAN DE GEBOEKTE INVORDERINGEN (GESCHREVEN DOOR
      * DOMICILIERINGIMPORT); HIER GEBRUIKT VOOR DE TERUGBETALING.
       FD  DOMREGISTER BLOCK CONTAINS 10 RECORDS.
       01  DOMREGISTERREC.
           02 DR-SLEUTEL.
               03 DR-DATUM   PIC 9(8).
               03 DR-REGELNR PIC 9(6).
           02 DR-VOLGNR      PIC 9(6).
           02 DR-REKENING    PIC 9(7).
           02 DR-SCHULDEISER-REK.
               03 DR-SCH-DEEL1 PIC 9(3).
               03 DR-SCH-DEEL2 PIC 9(7).
               03 DR-SCH-DEEL3 PIC 9(2).
           02 DR-SCHULDEISER PIC X(10).
           02 DR-REFERENTIE  PIC X(15).
           02 DR-BEDRAG.
               03 DR-GEHEEL   PIC 9(7).
               03 DR-DECIMAAL PIC 9(2).
           02 DR-STATUS PIC X.
               88 DR-GEREGISTREERD VALUE "R".
               88 DR-GEBOEKT       VALUE "G".
               88 DR-TERUGBETAALD  VALUE "T".
           02 DR-TERUG-DATUM  PIC 9(8).
           02 DR-TERUG-VOLGNR PIC 9(6).
           02 DR-TERUG-OPERATOR PIC X(4).

      * TERUGBETAALDE INVORDERINGEN VAN SCHULDEISERS BIJ EEN
      * ANDERE BANK, OM BIJ DIE BANK TERUG TE VORDEREN; HET
      * DAGTOTAAL GAAT MEE IN DE CLEARINGAFSTEMMING.
       FD  TERUGVORDERING.
       01  TERUGVORDERREGEL.
           02 TV-TYPE PIC X.
           02 TV-SCHULDEISER-REK PIC 9(12).
           02 TV-SCHULDEISER PIC X(10).
           02 TV-REFERENTIE PIC X(15).
           02 TV-BEDRAG.
               03 TV-GEHEEL   PIC 9(7).
               03 TV-DECIMAAL PIC 9(2).
           02 TV-DATUM  PIC 9(8).
           02 TV-VOLGNR PIC 9(6).
           02 FILLER PIC X(19).

      * REGISTER VAN DE HISTORIERETENTIE: ELKE AFGEWERKTE
      * GRENSDATUM ("K") HEEFT EEN ARCHIEF
      * "BESTANDEN/HISTARCHIEF.JJJJMMDD" MET DE HISTORIEREGELS VAN
      * VOOR DIE DATUM, IN SLEUTELVOLGORDE EN MET DEZELFDE
      * INDELING ALS HET HISTORIEBESTAND.
       FD  HISTREGISTER.
       01  HISTREGISTERREGEL.
           02 HR-GRENSDATUM PIC 9(8).
           02 FILLER        PIC X.
           02 HR-FASE       PIC X.
               88 HR-KLAAR VALUE "K".
           02 FILLER        PIC X(53).

       FD  HISTARCHIEF BLOCK CONTAINS 10 RECORDS.
       01  HISTARCHIEFREC PIC X(100).

       FD PARAMETERS BLOCK CONTAINS 10 RECORDS.
       01  PARAMETER.
           02 PARAM-SLEUTEL.
               03 P-NAAM         PIC X(12).
               03 P-INGANGSDATUM PIC 9(8).
           02 P-WAARDE PIC 9(9).

       WORKING-STORAGE SECTION.
       77  MENUWAARDE PIC 9 VALUE 0.
           88 MENU-WAARDE-GELDIG VALUES 0 THRU 9.
           02 KV-POSTCODE PIC X(8).
           02 KV-GEMEENTE PIC X(20).
           02 KV-TEL      PIC X(13).
           02 KV-RIJKSREGISTERNR PIC X(11).
           02 KV-GEBOORTEDATUM   PIC X(8).
       77  WS-INFO-NR PIC 9(7).
       77  VERRICHTINGENGEDAAN PIC X(1).
           88 STOPLEZENVERRICHTINGEN VALUE "J".
           02 WS-TEGEN-DEEL3 PIC 9(2).
       77  WS-BBAN-GETAL PIC 9(10).
       77  WS-CONTROLEGETAL PIC 9(2).
       77  WS-KLANT-OPSLAG PIC X(118).
       77  WS-TIJD-RUW PIC 9(8).
       77  WS-VANDAAG PIC 9(8).
       77  WS-VERRICHTING-OPSLAG PIC X(151).
       77  WS-VOLGNR-MAX PIC 9(6).
       77  WS-VOLGNR-GEDAAN PIC X.
           88 VOLGNR-KLAAR VALUE "J".
       77  REKENINGENGEDAAN PIC X(1).
           88 STOPLEZENREKENINGEN VALUE "J".
       77  WS-REK-KLANT PIC 9(7).
       77  LENINGENGEDAAN PIC X(1).
           88 STOPLEZENLENINGEN VALUE "J".
       77  WS-LEN-AANTAL PIC 9(4).
       77  WS-LEN-ACHTERSTAL PIC 9(3).
       01  WS-LEN-UITSTAAND PIC Z(6)9,99.
       01  WS-LEN-MENS      PIC Z(6)9,99.
       77  WS-NIEUW-REK-NR PIC 9(7).
       77  WS-REK-ACTIE PIC 9.
       77  WS-NIEUW-SOORT PIC X.
       77  WS-REK-AUDIT-ACTIE PIC X(11).
       77  WS-BLOK-STATUS PIC X.
       77  WS-BLOK-REDEN PIC X(30).
       77  MANDATENGEDAAN PIC X(1).
           88 STOPLEZENMANDATEN VALUE "J".
       77  WS-MAN-AANTAL PIC 9(4).
       77  WS-DOM-ACTIE PIC 9.
       77  WS-MAN-SCHULDEISER PIC X(10).
       77  WS-MAN-REFERENTIE PIC X(15).
       01  WS-MAN-TEKENDATUM PIC 9(8).
       01  FILLER REDEFINES WS-MAN-TEKENDATUM.
           02 WS-MAN-TEKEN-JAAR  PIC 9(4).
           02 WS-MAN-TEKEN-MAAND PIC 9(2).
           02 WS-MAN-TEKEN-DAG   PIC 9(2).
       77  WS-MAN-MAX-GEHEEL PIC 9(7).
       77  WS-MAN-MAX-DECIMAAL PIC 9(2).
       01  WS-MAN-MAX-TOON PIC Z(6)9,99.
       77  HOUDERSGEDAAN PIC X(1).
           88 STOPLEZENHOUDERS VALUE "J".
       77  WS-HOU-ACTIE PIC 9.
       77  WS-HOU-AANTAL PIC 9(4).
       77  WS-HOU-KLANT PIC 9(7).
       77  WS-HOU-ROL PIC X.
           88 HOU-ROL-GELDIG VALUES "T" "C" "V".
           88 HOU-VOLMACHT   VALUE "V".
       77  WS-HOU-BESTAAT PIC X.
           88 HOUDER-BESTAAT VALUE "J".
       77  WS-HOU-GELDIG PIC X.
           88 HOUDERSCHAP-GELDIG VALUE "J".
       77  WS-HOU-LIM-GEHEEL PIC 9(7).
       77  WS-HOU-LIM-DECIMAAL PIC 9(2).
       01  WS-HOU-EINDDATUM PIC 9(8).
       01  FILLER REDEFINES WS-HOU-EINDDATUM.
           02 WS-HOU-EIND-JAAR  PIC 9(4).
           02 WS-HOU-EIND-MAAND PIC 9(2).
           02 WS-HOU-EIND-DAG   PIC 9(2).
       01  WS-HOU-LIMIET-TOON PIC Z(6)9,99.
       77  WS-ROLTEKST PIC X(14).
       77  WS-LIJST-NR PIC 9(7).
       01  LIJST-REKREGEL.
           02 FILLER       PIC X(9) VALUE "|       |".
           02 FILLER       PIC X(5) VALUE " REK ".
           02 LR-REKENING  PIC 9(7).
           02 FILLER       PIC X VALUE SPACE.
           02 LR-ROL       PIC X(14).
           02 FILLER       PIC X VALUE SPACE.
           02 LR-MAX-TEKST PIC X(4).
           02 LR-LIMIET    PIC Z(6)9,99 BLANK WHEN ZERO.
           02 FILLER       PIC X VALUE SPACE.
           02 LR-TOT-TEKST PIC X(4).
           02 LR-EINDDATUM PIC Z(8).
           02 FILLER       PIC X VALUE "|".
       77  WS-IDENTITEIT-VLAG PIC X.
           88 IDENTITEIT-VERPLICHT VALUE "J".
       01  WS-GEBOORTEDATUM PIC 9(8).
       01  FILLER REDEFINES WS-GEBOORTEDATUM.
           02 WS-GEBOORTE-JAAR  PIC 9(4).
           02 WS-GEBOORTE-MAAND PIC 9(2).
           02 WS-GEBOORTE-DAG   PIC 9(2).
       77  WS-RRN-BASIS PIC 9(10).
       77  WS-RRN-CONTROLE PIC 9(2).
       77  WS-RRN-REST PIC 9(2).
       77  WS-RRN-JAAR PIC 9(2).
       77  WS-GEBOORTE-JJ PIC 9(2).
       77  WS-LIJSTKEUZE PIC 9.
       77  WS-ONVOLLEDIG-AANTAL PIC 9(5).
       77  WS-ONTBREEKT PIC X(16).
       77  WS-DOM-DATUM PIC 9(8).
       77  WS-DOM-VOLGNR PIC 9(6).
       77  WS-DOM-DAGEN PIC S9(6).
       77  WS-DOM-BEVESTIG PIC X.
       77  DOMREGISTERGEDAAN PIC X(1).
           88 STOPLEZENDOMREGISTER VALUE "J".
       77  WS-DOM-GEVONDEN-VLAG PIC X.
           88 INVORDERING-GEVONDEN VALUE "J".
       77  WS-TERUGVORDERNAAM PIC X(44).
       77  WS-ARCHIEFNAAM PIC X(44).
       77  WS-VORIGE-GRENS PIC 9(8).
       77  HISTREGISTERGEDAAN PIC X(1).
           88 STOPLEZENHISTREGISTER VALUE "J".
       77  HISTARCHIEFGEDAAN PIC X(1).
           88 STOPLEZENHISTARCHIEF VALUE "J".
       77  WS-BANKPREFIX PIC 9(3) VALUE 1.
       77  WS-CLEARINGREK PIC 9(7) VALUE 9999999.
       77  WS-KAARTLIMIET PIC 9(9) VALUE 50000.
       77  WS-PARAM-NAAM PIC X(12).
       77  WS-PARAM-WAARDE PIC 9(9).
       77  WS-PARAM-GEVONDEN-VLAG PIC X.
           88 PARAM-GEVONDEN VALUE "J".
       77  WS-PARAM-GEDAAN PIC X.
           88 PARAM-KLAAR VALUE "J".
       77  KAARTENGEDAAN PIC X(1).
           88 STOPLEZENKAARTEN VALUE "J".
       77  WS-KA-ACTIE PIC 9.
       77  WS-KA-AANTAL PIC 9(4).
       77  WS-KA-KLANT PIC 9(7).
       77  WS-KA-LIM-GEHEEL PIC 9(7).
       77  WS-KA-LIM-DECIMAAL PIC 9(2).
       77  WS-KA-DAG-DATUM PIC 9(8).
       77  WS-KA-DAG-CENTEN PIC 9(9).
       77  WS-KA-STATUS PIC X.
       77  WS-KA-STATUSTEKST PIC X(10).
       77  WS-KA-OUD-NR PIC 9(16).
       77  WS-KA-VOLGNR-MAX PIC 9(10).
       77  WS-KA-SOM PIC 9(3).
       77  WS-KA-CIJFER PIC 9(2).
       77  WS-KA-IX PIC 9(2).
       01  WS-KAARTNUMMER PIC 9(16).
       01  FILLER REDEFINES WS-KAARTNUMMER.
           02 WS-KN-MERK    PIC 9(2).
           02 WS-KN-PREFIX  PIC 9(3).
           02 WS-KN-VOLGNR  PIC 9(10).
           02 WS-KN-CONTROLE PIC 9.
       01  FILLER REDEFINES WS-KAARTNUMMER.
           02 WS-KN-CIJFER PIC 9 OCCURS 16.
       01  WS-KA-VERVALDATUM PIC 9(8).
       01  FILLER REDEFINES WS-KA-VERVALDATUM.
           02 WS-KA-VERVAL-JAAR PIC 9(4).
           02 WS-KA-VERVAL-MMDD PIC 9(4).
       01  WS-KA-LIMIET-TOON PIC Z(6)9,99.

       SCREEN SECTION.
       01  AANMELDSCHERM.
           02 LINE 11 COL 41 PIC X(8) USING POSTCODE.
           02 LINE 12 COL 41 PIC X(20) USING GEMEENTE.
           02 LINE 13 COL 41 PIC X(13) USING TEL.
           02 LINE 14 COL 23 VALUE "RIJKSREGISTERNR.:".
           02 LINE 15 COL 23 VALUE "GEBOORTEDATUM:".
           02 LINE 14 COL 41 PIC 9(11) USING RIJKSREGISTERNR.
           02 LINE 15 COL 41 PIC 9(8) USING GEBOORTEDATUM.
           02 LINE 15 COL 50 VALUE "(JJJJMMDD)".
           02 LINE 24 COL 1 PIC X(79) FROM FOUTMELDING.
       01 WIJZIGSCHERM.
           02 BLANK SCREEN.
           GOBACK.

       BATCH-KLANTENLIJST.
           PERFORM LEES-BEDRIJFSDATUM
           OPEN INPUT KLANTEN
           IF WS-KLANTEN-STATUS = "00"
               MOVE "N" TO KLANTENGEDAAN
               ACCEPT GEGEVENSSCHERM
               PERFORM CLEANUPKLANT
               SET KLANT-ACTIEF TO TRUE
               MOVE "J" TO WS-IDENTITEIT-VLAG
               PERFORM CONTROLEER-IDENTITEIT
               IF INVOER-OK
                   WRITE KLANT INVALID KEY PERFORM FOUTTOEVOEGEN
                   END-WRITE
               END-IF
               IF INVOER-OK
                   PERFORM SCHRIJF-AUDIT-TOEVOEGEN
                   PERFORM OPEN-REKENING
           INSPECT STRAAT REPLACING ALL X"00" BY SPACE
           INSPECT POSTCODE REPLACING ALL X"00" BY SPACE
           INSPECT GEMEENTE REPLACING ALL X"00" BY SPACE
           INSPECT TEL REPLACING ALL X"00" BY SPACE
           INSPECT RIJKSREGISTERNR REPLACING ALL X"00" BY SPACE
           INSPECT GEBOORTEDATUM REPLACING ALL X"00" BY SPACE.

      * RIJKSREGISTERNUMMER EN GEBOORTEDATUM (NODIG VOOR DE
      * CAP-MELDING AAN DE NATIONALE BANK) ZIJN VERPLICHT VOOR EEN
      * NIEUWE KLANT. BIJ EEN WIJZIGING MOGEN ZE VOOR EEN KLANT VAN
      * VOOR DE INVOERING DAARVAN LEEG BLIJVEN, MAAR WAT INGEVULD
      * WORDT MOET VOLLEDIG EN GELDIG ZIJN, EN EEN EENMAAL VOLLEDIGE
      * IDENTITEIT KAN NIET MEER LEEGGEMAAKT WORDEN.
       CONTROLEER-IDENTITEIT.
           IF RIJKSREGISTERNR NOT NUMERIC
               MOVE ZEROS TO RIJKSREGISTERNR
           END-IF
           IF GEBOORTEDATUM NOT NUMERIC
               MOVE ZEROS TO GEBOORTEDATUM
           END-IF
           IF RIJKSREGISTERNR = 0 OR GEBOORTEDATUM = 0
               IF IDENTITEIT-VERPLICHT OR RIJKSREGISTERNR NOT = 0
                       OR GEBOORTEDATUM NOT = 0
                   MOVE "RIJKSREGISTERNR. EN GEBOORTEDATUM VERPLICHT!"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
           ELSE
               PERFORM CONTROLEER-GEBOORTEDATUM
               IF INVOER-OK
                   PERFORM CONTROLEER-RIJKSREGISTERNR
               END-IF
           END-IF.

       CONTROLEER-GEBOORTEDATUM.
           MOVE GEBOORTEDATUM TO WS-GEBOORTEDATUM
           IF WS-GEBOORTE-JAAR < 1900
                   OR WS-GEBOORTE-MAAND < 1
                   OR WS-GEBOORTE-MAAND > 12
                   OR WS-GEBOORTE-DAG < 1
                   OR WS-GEBOORTE-DAG > 31
               MOVE "ONGELDIGE GEBOORTEDATUM!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF WS-GEBOORTEDATUM > WS-VANDAAG
               MOVE "GEBOORTEDATUM LIGT IN DE TOEKOMST!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           END-IF.

      * HET RIJKSREGISTERNUMMER IS JJMMDD + VOLGNUMMER (3 CIJFERS) +
      * CONTROLEGETAL (2 CIJFERS): 97 MIN DE REST BIJ DELING DOOR 97
      * VAN DE EERSTE NEGEN CIJFERS, WAARVOOR VOOR WIE VANAF 2000
      * GEBOREN IS EERST 2000000000 BIJGETELD WORDT. DE EEUW KOMT DUS
      * UIT DE GEBOORTEDATUM; HET JAAR MOET ERMEE OVEREENKOMEN (MAAND
      * EN DAG NIET, DIE WIJKEN AF BIJ EEN BISNUMMER).
       CONTROLEER-RIJKSREGISTERNR.
           DIVIDE RIJKSREGISTERNR BY 100 GIVING WS-RRN-BASIS
                  REMAINDER WS-RRN-CONTROLE
           DIVIDE WS-RRN-BASIS BY 10000000 GIVING WS-RRN-JAAR
           DIVIDE WS-GEBOORTE-JAAR BY 100 GIVING WS-RRN-REST
                  REMAINDER WS-GEBOORTE-JJ
           IF WS-GEBOORTE-JAAR > 1999
               ADD 2000000000 TO WS-RRN-BASIS
           END-IF
           COMPUTE WS-RRN-REST = FUNCTION MOD(WS-RRN-BASIS, 97)
           IF 97 - WS-RRN-REST NOT = WS-RRN-CONTROLE
               MOVE "ONGELDIG RIJKSREGISTERNR. (CONTROLEGETAL)!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF WS-RRN-JAAR NOT = WS-GEBOORTE-JJ
               MOVE "RIJKSREGISTERNR. PAST NIET BIJ DE GEBOORTEDATUM!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           END-IF.

       VERWIJDERPROC.
           MOVE ALL "_" TO NR
               MOVE POSTCODE TO KV-POSTCODE
               MOVE GEMEENTE TO KV-GEMEENTE
               MOVE TEL      TO KV-TEL
               MOVE RIJKSREGISTERNR TO KV-RIJKSREGISTERNR
               MOVE GEBOORTEDATUM   TO KV-GEBOORTEDATUM
               SET KLANT-INACTIEF TO TRUE
               REWRITE KLANT INVALID KEY PERFORM FOUTVERWIJDEREN
               END-REWRITE
           MOVE POSTCODE TO KV-POSTCODE
           MOVE GEMEENTE TO KV-GEMEENTE
           MOVE TEL      TO KV-TEL
           MOVE RIJKSREGISTERNR TO KV-RIJKSREGISTERNR
           MOVE GEBOORTEDATUM   TO KV-GEBOORTEDATUM
           MOVE "N" TO WS-IDENTITEIT-VLAG
           IF RIJKSREGISTERNR NUMERIC AND GEBOORTEDATUM NUMERIC
               IF RIJKSREGISTERNR NOT = 0 AND GEBOORTEDATUM NOT = 0
                   MOVE "J" TO WS-IDENTITEIT-VLAG
               END-IF
           END-IF
           PERFORM WITH TEST AFTER UNTIL INVOER-OK
               SET INVOER-OK TO TRUE
               DISPLAY WIJZIGSCHERM
               DISPLAY GEGEVENSSCHERM
               ACCEPT GEGEVENSSCHERM
               PERFORM CLEANUPKLANT
               PERFORM CONTROLEER-IDENTITEIT
               IF INVOER-OK
                   REWRITE KLANT INVALID KEY PERFORM FOUTWIJZIGEN
                   END-REWRITE
               END-IF
               IF INVOER-OK
                   PERFORM SCHRIJF-AUDIT-WIJZIGEN
               END-IF
           END-PERFORM.

      * EEN SUPERVISOR KAN IN PLAATS VAN DE GEWONE LIJST DE ACTIEVE
      * KLANTEN OPVRAGEN WAARVAN RIJKSREGISTERNUMMER OF GEBOORTEDATUM
      * NOG ONTBREEKT (KLANTEN VAN VOOR DE INVOERING DAARVAN); ZIJ
      * KOMEN NIET IN DE CAP-MELDING TOT ZE AANGEVULD ZIJN (OPTIE 3).
       KLANTENLIJSTPROC.
           MOVE 1 TO WS-LIJSTKEUZE
           IF WS-NIVEAU > 2
               DISPLAY "1. KLANTENLIJST  2. KLANTEN ZONDER "
                       "RIJKSREGISTERNR. OF GEBOORTEDATUM"
               ACCEPT WS-LIJSTKEUZE
           END-IF
           MOVE "N" TO KLANTENGEDAAN
           MOVE ZEROS TO NR
           START KLANTEN KEY IS NOT LESS THAN NR
               INVALID KEY MOVE "J" TO KLANTENGEDAAN
           END-START
           IF WS-LIJSTKEUZE = 2
               PERFORM PRINT-ONVOLLEDIGE-KLANTEN
           ELSE
               PERFORM PRINTKLANTENLIJNEN
               PERFORM PRINTHEADLINES
           END-IF
           DISPLAY "0. TERUG NAAR HOOFDMENU"
           ACCEPT MENUWAARDE.

       PRINT-ONVOLLEDIGE-KLANTEN.
           MOVE ZEROS TO WS-ONVOLLEDIG-AANTAL
           PERFORM PRINTHEADLINES
           DISPLAY "|" NRKOP "|" NAAMKOP "|" GEMEENTEKOP
                   WITH NO ADVANCING
           DISPLAY "|" TELKOP "| ONTBREEKT"
           PERFORM PRINTHEADLINES
           PERFORM PRINT-ONVOLLEDIGE-KLANT UNTIL STOPLEZENKLANTEN
           PERFORM PRINTHEADLINES
           DISPLAY WS-ONVOLLEDIG-AANTAL
                   " KLANT(EN) MET ONVOLLEDIGE IDENTITEIT".

       PRINT-ONVOLLEDIGE-KLANT.
           READ KLANTEN NEXT RECORD AT END MOVE "J" TO KLANTENGEDAAN
           END-READ
           IF NOT STOPLEZENKLANTEN AND KLANT-ACTIEF
               MOVE SPACES TO WS-ONTBREEKT
               IF RIJKSREGISTERNR NOT NUMERIC OR RIJKSREGISTERNR = 0
                   IF GEBOORTEDATUM NOT NUMERIC OR GEBOORTEDATUM = 0
                       MOVE "BEIDE" TO WS-ONTBREEKT
                   ELSE
                       MOVE "RIJKSREGISTERNR." TO WS-ONTBREEKT
                   END-IF
               ELSE IF GEBOORTEDATUM NOT NUMERIC OR GEBOORTEDATUM = 0
                   MOVE "GEBOORTEDATUM" TO WS-ONTBREEKT
               END-IF
               END-IF
               IF WS-ONTBREEKT NOT = SPACES
                   ADD 1 TO WS-ONVOLLEDIG-AANTAL
                   DISPLAY "|" NR "|" NAAM "|" GEMEENTE
                           WITH NO ADVANCING
                   DISPLAY "|" TEL "| " WS-ONTBREEKT
               END-IF
           END-IF.

       PRINTKLANTENLIJNEN.
           PERFORM PRINTHEADLINES
           PERFORM PRINTKLANTENKOP
               DISPLAY "|" NR "|" NAAM "|" GEMEENTE
                       WITH NO ADVANCING
               DISPLAY "|" TEL "|"
               PERFORM PRINT-KLANTREKENINGEN
           END-IF.

      * ONDER ELKE KLANT IN DE LIJST KOMEN DE REKENINGEN WAAROP
      * HIJ MAG HANDELEN: ZIJN EIGEN OPEN REKENINGEN (EEN KLANT
      * VAN VOOR HET REKENINGENBESTAND HEEFT ZIJN KLANTNUMMER ALS
      * REKENING) EN DE REKENINGEN WAAROP HIJ HOUDER OF GELDIG
      * VOLMACHTHEBBER IS.
       PRINT-KLANTREKENINGEN.
           MOVE NR TO WS-LIJST-NR
           OPEN INPUT REKENINGEN
           MOVE WS-LIJST-NR TO REK-NR
           READ REKENINGEN
               INVALID KEY
                   MOVE WS-LIJST-NR TO LR-REKENING
                   PERFORM PRINT-EIGEN-REKREGEL
           END-READ
           MOVE "N" TO REKENINGENGEDAAN
           MOVE ZEROS TO REK-NR
           START REKENINGEN KEY IS NOT LESS THAN REK-NR
               INVALID KEY MOVE "J" TO REKENINGENGEDAAN
           END-START
           PERFORM PRINT-EEN-EIGEN-REKENING UNTIL STOPLEZENREKENINGEN
           MOVE "N" TO HOUDERSGEDAAN
           OPEN INPUT REKENINGHOUDERS
           MOVE ZEROS TO RH-SLEUTEL
           START REKENINGHOUDERS KEY IS NOT LESS THAN RH-SLEUTEL
               INVALID KEY MOVE "J" TO HOUDERSGEDAAN
           END-START
           PERFORM PRINT-EEN-HOUDERSCHAP UNTIL STOPLEZENHOUDERS
           CLOSE REKENINGHOUDERS
           CLOSE REKENINGEN.

       PRINT-EEN-EIGEN-REKENING.
           READ REKENINGEN NEXT RECORD
               AT END MOVE "J" TO REKENINGENGEDAAN
           END-READ
           IF NOT STOPLEZENREKENINGEN
                   AND REK-KLANT = WS-LIJST-NR AND NOT REK-INACTIEF
               MOVE REK-NR TO LR-REKENING
               PERFORM PRINT-EIGEN-REKREGEL
           END-IF.

       PRINT-EIGEN-REKREGEL.
           MOVE "TITULARIS" TO LR-ROL
           MOVE SPACES TO LR-MAX-TEKST
           MOVE ZEROS TO LR-LIMIET
           MOVE SPACES TO LR-TOT-TEKST
           MOVE ZEROS TO LR-EINDDATUM
           DISPLAY LIJST-REKREGEL.

       PRINT-EEN-HOUDERSCHAP.
           READ REKENINGHOUDERS NEXT RECORD
               AT END MOVE "J" TO HOUDERSGEDAAN
           END-READ
           IF NOT STOPLEZENHOUDERS AND RH-KLANT = WS-LIJST-NR
               PERFORM CONTROLEER-HOUDERSCHAP
               IF HOUDERSCHAP-GELDIG
                   MOVE RH-REKENING TO LR-REKENING
                   PERFORM BEPAAL-ROLTEKST
                   MOVE WS-ROLTEKST TO LR-ROL
                   MOVE SPACES TO LR-MAX-TEKST
                   MOVE SPACES TO LR-TOT-TEKST
                   COMPUTE LR-LIMIET =
                           RH-LIM-GEHEEL * 100 + RH-LIM-DECIMAAL
                   MOVE RH-EINDDATUM TO LR-EINDDATUM
                   IF RH-LIMIET NOT = ZEROS
                       MOVE "MAX " TO LR-MAX-TEKST
                   END-IF
                   IF RH-EINDDATUM NOT = 0
                       MOVE "TOT " TO LR-TOT-TEKST
                   END-IF
                   DISPLAY LIJST-REKREGEL
               END-IF
           END-IF.

       KLANTINFOPROC.
               PERFORM TOON-KLANTINFO
               MOVE NR TO WS-REK-KLANT
               PERFORM TOON-REKENINGEN
               PERFORM TOON-LENINGEN
               PERFORM TOON-MINI-AFSCHRIFT
               DISPLAY "0. TERUG NAAR HOOFDMENU"
               ACCEPT MENUWAARDE

       TOON-HISTORIEK.
           DISPLAY "VERRICHTINGEN VAN REKENING " WS-INFO-NR ":"
           PERFORM TOON-ARCHIEVEN
           MOVE "N" TO HISTORIEGEDAAN
           OPEN INPUT HISTORIE
           MOVE WS-INFO-NR TO HIST-REKENING
                       OR HIST-DATUM > WS-HIST-TOT-DATUM
                   MOVE "J" TO HISTORIEGEDAAN
               ELSE
                   PERFORM TOON-HISTORIEREGEL
               END-IF
           END-IF.

      * SOORT 0 IS HET BEGINSALDO DAT DE HISTORIERETENTIE OP DE
      * GRENSDATUM ACHTERLAAT IN DE PLAATS VAN DE GEARCHIVEERDE
      * REGELS.
       TOON-HISTORIEREGEL.
           IF HIST-SOORT = 0
               DISPLAY HIST-DATUM " | BEGINSALDO | " HIST-RICHTING
                       " | " HIST-GEHEEL "," HIST-DECIMAAL
           ELSE
               DISPLAY HIST-DATUM " | SOORT " HIST-SOORT " | "
                       HIST-RICHTING " | TEGENREKENING "
                       HIST-TEGENREKENING " | " HIST-GEHEEL ","
                       HIST-DECIMAAL " | " HIST-MEDEDELING
           END-IF.

      * BEGINT DE GEVRAAGDE PERIODE VOOR EEN GRENSDATUM VAN DE
      * HISTORIERETENTIE, DAN KOMEN EERST DE GEARCHIVEERDE REGELS
      * UIT DE ARCHIEVEN, VAN OUD NAAR NIEUW. EEN ARCHIEF BEVAT DE
      * REGELS VANAF DE VORIGE GRENS TOT VOOR ZIJN EIGEN GRENS.
       TOON-ARCHIEVEN.
           MOVE ZEROS TO WS-VORIGE-GRENS
           MOVE "N" TO HISTREGISTERGEDAAN
           OPEN INPUT HISTREGISTER
           PERFORM LEES-HISTREGISTER UNTIL STOPLEZENHISTREGISTER
           CLOSE HISTREGISTER.

       LEES-HISTREGISTER.
           READ HISTREGISTER AT END MOVE "J" TO HISTREGISTERGEDAAN
           END-READ
           IF NOT STOPLEZENHISTREGISTER AND HR-KLAAR
               IF WS-HIST-VAN-DATUM < HR-GRENSDATUM
                       AND WS-HIST-TOT-DATUM NOT < WS-VORIGE-GRENS
                   PERFORM TOON-ARCHIEF
               END-IF
               MOVE HR-GRENSDATUM TO WS-VORIGE-GRENS
           END-IF.

       TOON-ARCHIEF.
           MOVE SPACES TO WS-ARCHIEFNAAM
           STRING "BESTANDEN/HISTARCHIEF." HR-GRENSDATUM
                  DELIMITED BY SIZE INTO WS-ARCHIEFNAAM
           DISPLAY "(GEARCHIVEERD, VOOR " HR-GRENSDATUM ")"
           MOVE "N" TO HISTARCHIEFGEDAAN
           OPEN INPUT HISTARCHIEF
           PERFORM TOON-EEN-ARCHIEFREGEL UNTIL STOPLEZENHISTARCHIEF
           CLOSE HISTARCHIEF.

      * HET ARCHIEF STAAT OP REKENING EN DATUM GESORTEERD: NA DE
      * GEVRAAGDE REKENING MAG HET LEZEN STOPPEN.
       TOON-EEN-ARCHIEFREGEL.
           READ HISTARCHIEF INTO HISTORIEREC
               AT END MOVE "J" TO HISTARCHIEFGEDAAN
           END-READ
           IF NOT STOPLEZENHISTARCHIEF
               IF HIST-REKENING > WS-INFO-NR
                   MOVE "J" TO HISTARCHIEFGEDAAN
               ELSE IF HIST-REKENING = WS-INFO-NR
                       AND HIST-DATUM NOT < WS-HIST-VAN-DATUM
                       AND HIST-DATUM NOT > WS-HIST-TOT-DATUM
                   PERFORM TOON-HISTORIEREGEL
               END-IF
               END-IF
           END-IF.

               MOVE ZEROS TO WS-REK-ACTIE
               DISPLAY "1. OPEN REKENING  2. SLUIT REKENING  "
                       "3. ELEKTRONISCH UITTREKSEL AAN/UIT"
               DISPLAY "4. BLOKKERING  5. DOMICILIERINGEN  "
                       "6. HOUDERS EN VOLMACHTEN  7. BANKKAARTEN"
               DISPLAY "0. TERUG"
               ACCEPT WS-REK-ACTIE
               IF WS-REK-ACTIE = 1
                   PERFORM OPEN-EXTRA-REKENING
                   PERFORM WISSEL-ELEKTRONISCH
               ELSE IF WS-REK-ACTIE = 4
                   PERFORM BLOKKEER-REKENING
               ELSE IF WS-REK-ACTIE = 5
                   PERFORM BEHEER-DOMICILIERINGEN
               ELSE IF WS-REK-ACTIE = 6
                   PERFORM BEHEER-HOUDERS
               ELSE IF WS-REK-ACTIE = 7
                   PERFORM BEHEER-KAARTEN
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               DISPLAY "0. TERUG NAAR HOOFDMENU"
               ACCEPT MENUWAARDE
           IF WS-REK-AANTAL = 0
               DISPLAY WS-REK-KLANT " | ZICHT | (NOG NIET IN "
                       "REKENINGENBESTAND)"
           END-IF
           PERFORM TOON-HOUDERSCHAPPEN.

       TOON-EEN-REKENING.
           READ REKENINGEN NEXT RECORD
                       " | STATUS " REK-STATUS
           END-IF.

      * LOPENDE LENINGEN VAN DE KLANT MET HET NOG UITSTAAND
      * KAPITAAL EN HET AANTAL MAANDEN ACHTERSTAL. AFGELOSTE
      * LENINGEN WORDEN NIET MEER GETOOND.
       TOON-LENINGEN.
           MOVE ZEROS TO WS-LEN-AANTAL
           MOVE "N" TO LENINGENGEDAAN
           OPEN INPUT LENINGEN
           MOVE ZEROS TO LEN-NR
           START LENINGEN KEY IS NOT LESS THAN LEN-NR
               INVALID KEY MOVE "J" TO LENINGENGEDAAN
           END-START
           PERFORM TOON-EEN-LENING UNTIL STOPLEZENLENINGEN
           CLOSE LENINGEN.

       TOON-EEN-LENING.
           READ LENINGEN NEXT RECORD
               AT END MOVE "J" TO LENINGENGEDAAN
           END-READ
           IF NOT STOPLEZENLENINGEN
                   AND LEN-KLANT = WS-REK-KLANT AND LEN-ACTIEF
               IF WS-LEN-AANTAL = 0
                   DISPLAY "LENINGEN VAN KLANT " WS-REK-KLANT ":"
               END-IF
               ADD 1 TO WS-LEN-AANTAL
               COMPUTE WS-LEN-UITSTAAND =
                       LEN-UIT-GEHEEL * 100 + LEN-UIT-DECIMAAL
               COMPUTE WS-LEN-MENS =
                       LEN-MS-GEHEEL * 100 + LEN-MS-DECIMAAL
               COMPUTE WS-LEN-ACHTERSTAL =
                       LEN-VERVALLEN - LEN-BETAALD
               DISPLAY LEN-NR " | REK " LEN-REKENING
                       " | UITSTAAND KAPITAAL " WS-LEN-UITSTAAND
                       " | MENS. " WS-LEN-MENS
                       " | ACHTERSTAL " WS-LEN-ACHTERSTAL " MND"
           END-IF.

      * EEN NIEUWE REKENING KRIJGT EEN ONGEBRUIKT NUMMER IN DE
      * REEKS VAN KLANT- EN REKENINGNUMMERS; ER WORDT METEEN EEN
      * LEEG SALDORECORD AANGEMAAKT ZODAT VERRICHTING EROP KAN
           IF NOT STOPLEZENREKENINGEN
                   AND REK-KLANT = NR IN KLANT
                   AND REK-NR NOT = NR IN KLANT
                   AND NOT REK-INACTIEF
               SET EXTRA-REKENING-OPEN TO TRUE
               MOVE "J" TO REKENINGENGEDAAN
           END-IF.
           END-IF
           CLOSE SALDI.

      * DOMICILIERINGEN VAN EEN REKENING: TOONT DE MANDATEN EN
      * LAAT EEN MANDAAT REGISTREREN, HERROEPEN OF HET MAXIMUM
      * WIJZIGEN, EN EEN GEBOEKTE INVORDERING OP VRAAG VAN DE
      * KLANT TERUGBETALEN. DE INVORDERINGEN ZELF WORDEN 'S
      * NACHTS GEBOEKT DOOR DOMICILIERINGIMPORT.
       BEHEER-DOMICILIERINGEN.
           MOVE ZEROS TO WS-NIEUW-REK-NR
           DISPLAY "REKENINGNUMMER (0 = TERUG):"
           ACCEPT WS-NIEUW-REK-NR
           IF WS-NIEUW-REK-NR NOT = 0
               SET INVOER-OK TO TRUE
               PERFORM CONTROLEER-REKENING-VAN-KLANT
               IF INVOER-OK
                   PERFORM BEHEER-DOMICILIERINGEN-GELDIG
               ELSE
                   DISPLAY FOUTMELDING
               END-IF
           END-IF.

       BEHEER-DOMICILIERINGEN-GELDIG.
           PERFORM TOON-MANDATEN
           MOVE ZEROS TO WS-DOM-ACTIE
           DISPLAY "1. NIEUW MANDAAT  2. HERROEP MANDAAT  "
                   "3. WIJZIG MAXIMUM"
           DISPLAY "4. TERUGBETALING INVORDERING  0. TERUG"
           ACCEPT WS-DOM-ACTIE
           MOVE SPACES TO FOUTMELDING
           IF WS-DOM-ACTIE = 1
               PERFORM NIEUW-MANDAAT
           ELSE IF WS-DOM-ACTIE = 2
               PERFORM HERROEP-MANDAAT
           ELSE IF WS-DOM-ACTIE = 3
               PERFORM WIJZIG-MAXIMUM-MANDAAT
           ELSE IF WS-DOM-ACTIE = 4
               PERFORM TERUGBETAAL-INVORDERING
           END-IF
           END-IF
           END-IF
           END-IF
           IF FOUTMELDING NOT = SPACES
               DISPLAY FOUTMELDING
           END-IF.

       TOON-MANDATEN.
           DISPLAY "MANDATEN VAN REKENING " WS-NIEUW-REK-NR ":"
           MOVE ZEROS TO WS-MAN-AANTAL
           MOVE "N" TO MANDATENGEDAAN
           OPEN INPUT MANDATEN
           MOVE LOW-VALUES TO MAN-SLEUTEL
           MOVE WS-NIEUW-REK-NR TO MAN-REKENING
           START MANDATEN KEY IS NOT LESS THAN MAN-SLEUTEL
               INVALID KEY MOVE "J" TO MANDATENGEDAAN
           END-START
           PERFORM TOON-EEN-MANDAAT UNTIL STOPLEZENMANDATEN
           CLOSE MANDATEN
           IF WS-MAN-AANTAL = 0
               DISPLAY "(GEEN MANDATEN)"
           END-IF.

       TOON-EEN-MANDAAT.
           READ MANDATEN NEXT RECORD
               AT END MOVE "J" TO MANDATENGEDAAN
           END-READ
           IF NOT STOPLEZENMANDATEN
               IF MAN-REKENING NOT = WS-NIEUW-REK-NR
                   MOVE "J" TO MANDATENGEDAAN
               ELSE
                   ADD 1 TO WS-MAN-AANTAL
                   COMPUTE WS-MAN-MAX-TOON =
                           MAN-MAX-GEHEEL * 100 + MAN-MAX-DECIMAAL
                   DISPLAY MAN-SCHULDEISER " | " MAN-REFERENTIE
                           " | GETEKEND " MAN-TEKENDATUM
                           " | MAX " WS-MAN-MAX-TOON
                           " | STATUS " MAN-STATUS
               END-IF
           END-IF.

      * SCHULDEISER-ID EN MANDAATREFERENTIE SAMEN MET HET
      * REKENINGNUMMER IDENTIFICEREN HET MANDAAT, ZOALS ZE IN HET
      * INVORDERINGSBESTAND VAN DE SCHULDEISER STAAN.
       VRAAG-MANDAATSLEUTEL.
           MOVE SPACES TO WS-MAN-SCHULDEISER
           MOVE SPACES TO WS-MAN-REFERENTIE
           DISPLAY "SCHULDEISER-ID (LEEG = TERUG):"
           ACCEPT WS-MAN-SCHULDEISER
           IF WS-MAN-SCHULDEISER NOT = SPACES
               DISPLAY "MANDAATREFERENTIE:"
               ACCEPT WS-MAN-REFERENTIE
               IF WS-MAN-REFERENTIE = SPACES
                   MOVE "MANDAATREFERENTIE IS VERPLICHT!"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
           ELSE
               SET INVOER-NOK TO TRUE
           END-IF
           MOVE WS-NIEUW-REK-NR TO MAN-REKENING
           MOVE WS-MAN-SCHULDEISER TO MAN-SCHULDEISER
           MOVE WS-MAN-REFERENTIE TO MAN-REFERENTIE.

      * EEN MAXIMUMBEDRAG VAN NUL BETEKENT: GEEN BOVENGRENS.
       VRAAG-MANDAATMAXIMUM.
           MOVE ZEROS TO WS-MAN-MAX-GEHEEL
           MOVE ZEROS TO WS-MAN-MAX-DECIMAAL
           DISPLAY "MAXIMUMBEDRAG PER INVORDERING, EURO "
                   "(0 = GEEN MAXIMUM):"
           ACCEPT WS-MAN-MAX-GEHEEL
           DISPLAY "EN CENT:"
           ACCEPT WS-MAN-MAX-DECIMAAL
           IF WS-MAN-MAX-GEHEEL NOT NUMERIC
                   OR WS-MAN-MAX-DECIMAAL NOT NUMERIC
               MOVE "ONGELDIG BEDRAG!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF.

       NIEUW-MANDAAT.
           SET INVOER-OK TO TRUE
           PERFORM VRAAG-MANDAATSLEUTEL
           IF INVOER-OK
               OPEN I-O MANDATEN
               READ MANDATEN
                   NOT INVALID KEY
                       MOVE "MANDAAT MET DEZE REFERENTIE BESTAAT AL!"
                            TO FOUTMELDING
                       SET INVOER-NOK TO TRUE
               END-READ
               IF INVOER-OK
                   PERFORM VRAAG-TEKENDATUM
               END-IF
               IF INVOER-OK
                   PERFORM VRAAG-MANDAATMAXIMUM
               END-IF
               IF INVOER-OK
                   MOVE WS-NIEUW-REK-NR TO MAN-REKENING
                   MOVE WS-MAN-SCHULDEISER TO MAN-SCHULDEISER
                   MOVE WS-MAN-REFERENTIE TO MAN-REFERENTIE
                   MOVE WS-MAN-TEKENDATUM TO MAN-TEKENDATUM
                   MOVE WS-MAN-MAX-GEHEEL TO MAN-MAX-GEHEEL
                   MOVE WS-MAN-MAX-DECIMAAL TO MAN-MAX-DECIMAAL
                   SET MAN-ACTIEF TO TRUE
                   MOVE WS-OPERATOR TO MAN-OPERATOR
                   MOVE WS-VANDAAG TO MAN-WIJZIGDATUM
                   WRITE MANDAATREC
                   MOVE "MANDAAT-NW" TO WS-REK-AUDIT-ACTIE
                   PERFORM SCHRIJF-AUDIT-REKENING
                   DISPLAY "MANDAAT GEREGISTREERD."
               END-IF
               CLOSE MANDATEN
           END-IF.

      * DE DATUM VAN ONDERTEKENING MAG NIET IN DE TOEKOMST LIGGEN.
       VRAAG-TEKENDATUM.
           MOVE ZEROS TO WS-MAN-TEKENDATUM
           DISPLAY "DATUM VAN ONDERTEKENING (JJJJMMDD):"
           ACCEPT WS-MAN-TEKENDATUM
           IF WS-MAN-TEKENDATUM NOT NUMERIC
                   OR WS-MAN-TEKEN-JAAR < 1900
                   OR WS-MAN-TEKEN-MAAND < 1
                   OR WS-MAN-TEKEN-MAAND > 12
                   OR WS-MAN-TEKEN-DAG < 1
                   OR WS-MAN-TEKEN-DAG > 31
               MOVE "ONGELDIGE DATUM!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF WS-MAN-TEKENDATUM > WS-VANDAAG
               MOVE "DATUM VAN ONDERTEKENING LIGT IN DE TOEKOMST!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           END-IF.

      * EEN HERROEPEN MANDAAT BLIJFT BEWAARD (STATUS I), ZODAT DE
      * REFERENTIE NIET OPNIEUW GEBRUIKT KAN WORDEN; INVORDERINGEN
      * ERONDER WORDEN VANAF DE VOLGENDE NACHT GEWEIGERD.
       HERROEP-MANDAAT.
           SET INVOER-OK TO TRUE
           PERFORM VRAAG-MANDAATSLEUTEL
           IF INVOER-OK
               OPEN I-O MANDATEN
               PERFORM LEES-ACTIEF-MANDAAT
               IF INVOER-OK
                   SET MAN-HERROEPEN TO TRUE
                   MOVE WS-OPERATOR TO MAN-OPERATOR
                   MOVE WS-VANDAAG TO MAN-WIJZIGDATUM
                   REWRITE MANDAATREC
                   MOVE "MANDAAT-HRP" TO WS-REK-AUDIT-ACTIE
                   PERFORM SCHRIJF-AUDIT-REKENING
                   DISPLAY "MANDAAT HERROEPEN."
               END-IF
               CLOSE MANDATEN
           END-IF.

       WIJZIG-MAXIMUM-MANDAAT.
           SET INVOER-OK TO TRUE
           PERFORM VRAAG-MANDAATSLEUTEL
           IF INVOER-OK
               OPEN I-O MANDATEN
               PERFORM LEES-ACTIEF-MANDAAT
               IF INVOER-OK
                   COMPUTE WS-MAN-MAX-TOON =
                           MAN-MAX-GEHEEL * 100 + MAN-MAX-DECIMAAL
                   DISPLAY "HUIDIG MAXIMUM: " WS-MAN-MAX-TOON
                   PERFORM VRAAG-MANDAATMAXIMUM
               END-IF
               IF INVOER-OK
                   MOVE WS-MAN-MAX-GEHEEL TO MAN-MAX-GEHEEL
                   MOVE WS-MAN-MAX-DECIMAAL TO MAN-MAX-DECIMAAL
                   MOVE WS-OPERATOR TO MAN-OPERATOR
                   MOVE WS-VANDAAG TO MAN-WIJZIGDATUM
                   REWRITE MANDAATREC
                   MOVE "MANDAAT-MAX" TO WS-REK-AUDIT-ACTIE
                   PERFORM SCHRIJF-AUDIT-REKENING
                   DISPLAY "MAXIMUM VAN HET MANDAAT AANGEPAST."
               END-IF
               CLOSE MANDATEN
           END-IF.

       LEES-ACTIEF-MANDAAT.
           READ MANDATEN
               INVALID KEY MOVE "MANDAAT BESTAAT NIET!" TO FOUTMELDING
                           SET INVOER-NOK TO TRUE
           END-READ
           IF INVOER-OK AND NOT MAN-ACTIEF
               MOVE "MANDAAT IS AL HERROEPEN!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF.

      * TERUGBETALING VAN EEN INVORDERING OP VRAAG VAN DE KLANT,
      * BINNEN 8 WEKEN NA DE DEBITERING. DE TERUGBETALING IS EEN
      * NIEUWE OVERSCHRIJVING VAN DE SCHULDEISER NAAR DE KLANT,
      * MET IN STORNO-REF HET VOLGNUMMER VAN DE OORSPRONKELIJKE
      * INVORDERING. DE SCHULDEISER WORDT GEDEBITEERD, OOK ZONDER
      * DEKKING: BIJ ONS OP ZIJN EIGEN SALDO, BIJ EEN ANDERE BANK
      * OP DE CLEARING-TUSSENREKENING, MET EEN REGEL IN
      * "BESTANDEN/DOMTERUGVORDERING.JJJJMMDD" OM HET BEDRAG BIJ
      * DIE BANK TERUG TE VORDEREN.
       TERUGBETAAL-INVORDERING.
           SET INVOER-OK TO TRUE
           MOVE ZEROS TO WS-DOM-DATUM
           MOVE ZEROS TO WS-DOM-VOLGNR
           DISPLAY "DATUM VAN DE INVORDERING (JJJJMMDD):"
           ACCEPT WS-DOM-DATUM
           DISPLAY "VOLGNUMMER VAN DE INVORDERING:"
           ACCEPT WS-DOM-VOLGNR
           IF WS-DOM-DATUM NOT NUMERIC OR WS-DOM-VOLGNR NOT NUMERIC
                   OR WS-DOM-DATUM = 0 OR WS-DOM-VOLGNR = 0
               MOVE "ONGELDIGE DATUM OF VOLGNUMMER!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           IF INVOER-OK
               OPEN I-O DOMREGISTER
               PERFORM ZOEK-INVORDERING
               IF INVOER-OK
                   PERFORM CONTROLEER-TERUGBETALING
               END-IF
               IF INVOER-OK
                   COMPUTE WS-MAN-MAX-TOON =
                           DR-GEHEEL * 100 + DR-DECIMAAL
                   DISPLAY "INVORDERING " DR-VOLGNR " VAN " DR-DATUM
                           " DOOR " DR-SCHULDEISER
                   DISPLAY "REFERENTIE " DR-REFERENTIE
                           " BEDRAG " WS-MAN-MAX-TOON
                   MOVE SPACES TO WS-DOM-BEVESTIG
                   DISPLAY "TERUGBETALEN (J/N)?"
                   ACCEPT WS-DOM-BEVESTIG
                   IF WS-DOM-BEVESTIG = "J" OR WS-DOM-BEVESTIG = "j"
                       PERFORM BOEK-TERUGBETALING
                       DISPLAY "INVORDERING TERUGBETAALD MET VOLGNR "
                               VOLGNR "."
                   END-IF
               END-IF
               CLOSE DOMREGISTER
           END-IF.

      * HET REGISTER IS GESLEUTELD OP DATUM EN REGELNUMMER; BINNEN
      * DE DAG WORDT OP HET VOLGNUMMER GEZOCHT.
       ZOEK-INVORDERING.
           MOVE "N" TO WS-DOM-GEVONDEN-VLAG
           MOVE "N" TO DOMREGISTERGEDAAN
           MOVE WS-DOM-DATUM TO DR-DATUM
           MOVE ZEROS TO DR-REGELNR
           START DOMREGISTER KEY IS NOT LESS THAN DR-SLEUTEL
               INVALID KEY MOVE "J" TO DOMREGISTERGEDAAN
           END-START
           PERFORM LEES-EEN-INVORDERING UNTIL STOPLEZENDOMREGISTER
           IF NOT INVORDERING-GEVONDEN
               MOVE "INVORDERING NIET GEVONDEN!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF.

       LEES-EEN-INVORDERING.
           READ DOMREGISTER NEXT RECORD
               AT END MOVE "J" TO DOMREGISTERGEDAAN
           END-READ
           IF NOT STOPLEZENDOMREGISTER
               IF DR-DATUM NOT = WS-DOM-DATUM
                   MOVE "J" TO DOMREGISTERGEDAAN
               ELSE IF DR-VOLGNR = WS-DOM-VOLGNR
                   SET INVORDERING-GEVONDEN TO TRUE
                   MOVE "J" TO DOMREGISTERGEDAAN
               END-IF
               END-IF
           END-IF.

       CONTROLEER-TERUGBETALING.
           COMPUTE WS-DOM-DAGEN =
                   FUNCTION INTEGER-OF-DATE(WS-VANDAAG)
                 - FUNCTION INTEGER-OF-DATE(DR-DATUM)
           IF DR-REKENING NOT = WS-NIEUW-REK-NR
               MOVE "INVORDERING IS NIET VAN DEZE REKENING!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF DR-GEREGISTREERD
               MOVE "INVORDERING IS NOG NIET GEBOEKT!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF DR-TERUGBETAALD
               MOVE SPACES TO FOUTMELDING
               STRING "INVORDERING AL TERUGBETAALD OP "
                      DR-TERUG-DATUM " (VOLGNR " DR-TERUG-VOLGNR ")!"
                      DELIMITED BY SIZE INTO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF WS-DOM-DAGEN > 56
               MOVE "TERMIJN VAN 8 WEKEN IS VERSTREKEN!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           END-IF
           END-IF
           END-IF.

       BOEK-TERUGBETALING.
           PERFORM LEES-PARAMETERS
           OPEN EXTEND VERRICHTINGEN
           MOVE ZEROS TO VERRICHTING
           SET OVERSCHRIJVING TO TRUE
           MOVE DR-SCHULDEISER-REK TO VAN
           MOVE WS-BANKPREFIX TO DEEL1 IN NAAR
           MOVE DR-REKENING TO DEEL2 IN NAAR
           COMPUTE WS-BBAN-GETAL = WS-BANKPREFIX * 10000000 +
                   DR-REKENING
           COMPUTE WS-CONTROLEGETAL = FUNCTION MOD(WS-BBAN-GETAL, 97)
           IF WS-CONTROLEGETAL = 0
               MOVE 97 TO WS-CONTROLEGETAL
           END-IF
           MOVE WS-CONTROLEGETAL TO DEEL3 IN NAAR
           MOVE DR-BEDRAG TO BEDRAG
           MOVE WS-VANDAAG TO DATUM
           MOVE SPACES TO MEDEDELING
           STRING "TERUGBET. DOM " DR-DATUM "/" DR-VOLGNR " "
                  DR-SCHULDEISER
                  DELIMITED BY SIZE INTO MEDEDELING
           MOVE DR-VOLGNR TO STORNO-REF
           MOVE WS-OPERATOR TO OPERATOR
           ACCEPT WS-TIJD-RUW FROM TIME
           DIVIDE WS-TIJD-RUW BY 100 GIVING TIJD
           PERFORM BEPAAL-VOLGNR
           WRITE VERRICHTING
           CLOSE VERRICHTINGEN
           COMPUTE WS-BEDRAG-CENTEN = DR-GEHEEL * 100 + DR-DECIMAAL
           OPEN I-O SALDI
           MOVE DR-REKENING TO SALDO-NR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           MOVE DR-REKENING TO SALDO-NR
                           SET SALDO-POSITIEF TO TRUE
           END-READ
           PERFORM LEES-SALDO-CENTEN
           ADD WS-BEDRAG-CENTEN TO WS-SALDO-CENTEN
           PERFORM ZET-SALDO-CENTEN
           REWRITE SALDOREC INVALID KEY WRITE SALDOREC END-WRITE
           END-REWRITE
           IF DR-SCH-DEEL1 = WS-BANKPREFIX
               MOVE DR-SCH-DEEL2 TO SALDO-NR
           ELSE
               MOVE WS-CLEARINGREK TO SALDO-NR
               PERFORM SCHRIJF-TERUGVORDERING
           END-IF
           MOVE SALDO-NR TO WS-ZOEK-NR
           READ SALDI
               INVALID KEY MOVE ZEROS TO SALDOREC
                           MOVE WS-ZOEK-NR TO SALDO-NR
                           SET SALDO-POSITIEF TO TRUE
           END-READ
           PERFORM LEES-SALDO-CENTEN
           COMPUTE WS-BEDRAG-CENTEN = DR-GEHEEL * 100 + DR-DECIMAAL
           SUBTRACT WS-BEDRAG-CENTEN FROM WS-SALDO-CENTEN
           PERFORM ZET-SALDO-CENTEN
           REWRITE SALDOREC INVALID KEY WRITE SALDOREC END-WRITE
           END-REWRITE
           CLOSE SALDI
           SET DR-TERUGBETAALD TO TRUE
           MOVE WS-VANDAAG TO DR-TERUG-DATUM
           MOVE VOLGNR TO DR-TERUG-VOLGNR
           MOVE WS-OPERATOR TO DR-TERUG-OPERATOR
           REWRITE DOMREGISTERREC
           MOVE "TERUGBET" TO WS-REK-AUDIT-ACTIE
           PERFORM SCHRIJF-AUDIT-REKENING.

       SCHRIJF-TERUGVORDERING.
           STRING "BESTANDEN/DOMTERUGVORDERING." WS-VANDAAG
                  DELIMITED BY SIZE INTO WS-TERUGVORDERNAAM
           OPEN EXTEND TERUGVORDERING
           MOVE SPACES TO TERUGVORDERREGEL
           MOVE "T" TO TV-TYPE
           MOVE DR-SCHULDEISER-REK TO TV-SCHULDEISER-REK
           MOVE DR-SCHULDEISER TO TV-SCHULDEISER
           MOVE DR-REFERENTIE TO TV-REFERENTIE
           MOVE DR-BEDRAG TO TV-BEDRAG
           MOVE DR-DATUM TO TV-DATUM
           MOVE DR-VOLGNR TO TV-VOLGNR
           WRITE TERUGVORDERREGEL
           CLOSE TERUGVORDERING.

      * HET EIGEN BANKPREFIX EN DE CLEARING-TUSSENREKENING KOMEN
      * UIT HET PARAMETERBESTAND, MET DEZELFDE INGEBOUWDE
      * STANDAARDWAARDEN ALS IN VERRICHTING; DE DAGLIMIET VAN EEN
      * NIEUWE BANKKAART KOMT UIT KAARTLIMIET.
       LEES-PARAMETERS.
           OPEN INPUT PARAMETERS
           MOVE "BANKPREFIX" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-BANKPREFIX
           END-IF
           MOVE "CLEARINGREK" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-CLEARINGREK
           END-IF
           MOVE "KAARTLIMIET" TO WS-PARAM-NAAM
           PERFORM HAAL-PARAMETER
           IF PARAM-GEVONDEN
               MOVE WS-PARAM-WAARDE TO WS-KAARTLIMIET
           END-IF
           CLOSE PARAMETERS.

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

      * HOUDERS EN VOLMACHTEN VAN EEN REKENING: DE EIGENAAR IS
      * ALTIJD TITULARIS; ANDERE KLANTEN KUNNEN ER ALS TITULARIS,
      * CO-TITULARIS OF VOLMACHTHEBBER OP GEZET WORDEN. EEN
      * VOLMACHT KAN EEN LIMIET PER VERRICHTING EN EEN EINDDATUM
      * HEBBEN. VERRICHTING CONTROLEERT DIT BIJ ELKE AFHALING EN
      * OVERSCHRIJVING AAN HET LOKET.
       BEHEER-HOUDERS.
           MOVE ZEROS TO WS-NIEUW-REK-NR
           DISPLAY "REKENINGNUMMER (0 = TERUG):"
           ACCEPT WS-NIEUW-REK-NR
           IF WS-NIEUW-REK-NR NOT = 0
               SET INVOER-OK TO TRUE
               PERFORM CONTROLEER-REKENING-VAN-KLANT
               IF INVOER-OK
                   PERFORM BEHEER-HOUDERS-GELDIG
               ELSE
                   DISPLAY FOUTMELDING
               END-IF
           END-IF.

       BEHEER-HOUDERS-GELDIG.
           PERFORM TOON-HOUDERS
           MOVE ZEROS TO WS-HOU-ACTIE
           DISPLAY "1. NIEUWE HOUDER OF VOLMACHT  2. INTREKKEN  "
                   "3. WIJZIG VOLMACHT  0. TERUG"
           ACCEPT WS-HOU-ACTIE
           MOVE SPACES TO FOUTMELDING
           IF WS-HOU-ACTIE = 1
               PERFORM NIEUWE-HOUDER
           ELSE IF WS-HOU-ACTIE = 2
               PERFORM TREK-HOUDER-IN
           ELSE IF WS-HOU-ACTIE = 3
               PERFORM WIJZIG-VOLMACHT
           END-IF
           END-IF
           END-IF
           IF FOUTMELDING NOT = SPACES
               DISPLAY FOUTMELDING
           END-IF.

       TOON-HOUDERS.
           DISPLAY "HOUDERS VAN REKENING " WS-NIEUW-REK-NR ":"
           DISPLAY WS-REK-KLANT " | TITULARIS      | EIGENAAR"
           MOVE "N" TO HOUDERSGEDAAN
           OPEN INPUT REKENINGHOUDERS
           MOVE WS-NIEUW-REK-NR TO RH-REKENING
           MOVE ZEROS TO RH-KLANT
           START REKENINGHOUDERS KEY IS NOT LESS THAN RH-SLEUTEL
               INVALID KEY MOVE "J" TO HOUDERSGEDAAN
           END-START
           PERFORM TOON-EEN-HOUDER UNTIL STOPLEZENHOUDERS
           CLOSE REKENINGHOUDERS.

       TOON-EEN-HOUDER.
           READ REKENINGHOUDERS NEXT RECORD
               AT END MOVE "J" TO HOUDERSGEDAAN
           END-READ
           IF NOT STOPLEZENHOUDERS
               IF RH-REKENING NOT = WS-NIEUW-REK-NR
                   MOVE "J" TO HOUDERSGEDAAN
               ELSE IF RH-ACTIEF
                   PERFORM BEPAAL-ROLTEKST
                   IF RH-VOLMACHT
                       COMPUTE WS-HOU-LIMIET-TOON =
                               RH-LIM-GEHEEL * 100 + RH-LIM-DECIMAAL
                       DISPLAY RH-KLANT " | " WS-ROLTEKST
                               " | LIMIET " WS-HOU-LIMIET-TOON
                               " | EINDDATUM " RH-EINDDATUM
                   ELSE
                       DISPLAY RH-KLANT " | " WS-ROLTEKST
                   END-IF
               END-IF
               END-IF
           END-IF.

       BEPAAL-ROLTEKST.
           IF RH-TITULARIS
               MOVE "TITULARIS" TO WS-ROLTEKST
           ELSE IF RH-COTITULARIS
               MOVE "CO-TITULARIS" TO WS-ROLTEKST
           ELSE
               MOVE "VOLMACHTHEBBER" TO WS-ROLTEKST
           END-IF
           END-IF.

      * DE HOUDER MOET EEN ACTIEVE KLANT ZIJN, EN NIET DE
      * EIGENAAR ZELF; HET KLANTRECORD VAN DE EIGENAAR WORDT ROND
      * DE CONTROLE BEWAARD.
       VRAAG-HOUDER-KLANT.
           MOVE ZEROS TO WS-HOU-KLANT
           DISPLAY "KLANTNUMMER VAN DE HOUDER (0 = TERUG):"
           ACCEPT WS-HOU-KLANT
           IF WS-HOU-KLANT NOT NUMERIC OR WS-HOU-KLANT = 0
               SET INVOER-NOK TO TRUE
           ELSE IF WS-HOU-KLANT = WS-REK-KLANT
               MOVE "DE EIGENAAR IS AL TITULARIS!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           END-IF.

       CONTROLEER-HOUDER-KLANT.
           MOVE KLANT TO WS-KLANT-OPSLAG
           MOVE WS-HOU-KLANT TO NR
           READ KLANTEN
               INVALID KEY MOVE "KLANT BESTAAT NIET!" TO FOUTMELDING
                           SET INVOER-NOK TO TRUE
           END-READ
           IF INVOER-OK AND KLANT-INACTIEF
               MOVE "KLANT IS INACTIEF!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           MOVE WS-KLANT-OPSLAG TO KLANT.

       VRAAG-HOUDERROL.
           MOVE SPACES TO WS-HOU-ROL
           DISPLAY "ROL (T = TITULARIS, C = CO-TITULARIS, "
                   "V = VOLMACHTHEBBER):"
           ACCEPT WS-HOU-ROL
           IF NOT HOU-ROL-GELDIG
               MOVE "ONGELDIGE ROL (T, C OF V)!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF.

      * LIMIET PER VERRICHTING (NUL = GEEN LIMIET) EN EINDDATUM
      * (NUL = ONBEPAALDE DUUR) VAN EEN VOLMACHT; DE EINDDATUM
      * MAG NIET IN HET VERLEDEN LIGGEN.
       VRAAG-VOLMACHTGRENZEN.
           MOVE ZEROS TO WS-HOU-LIM-GEHEEL
           MOVE ZEROS TO WS-HOU-LIM-DECIMAAL
           MOVE ZEROS TO WS-HOU-EINDDATUM
           DISPLAY "LIMIET PER VERRICHTING, EURO (0 = GEEN LIMIET):"
           ACCEPT WS-HOU-LIM-GEHEEL
           DISPLAY "EN CENT:"
           ACCEPT WS-HOU-LIM-DECIMAAL
           IF WS-HOU-LIM-GEHEEL NOT NUMERIC
                   OR WS-HOU-LIM-DECIMAAL NOT NUMERIC
               MOVE "ONGELDIG BEDRAG!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           IF INVOER-OK
               DISPLAY "EINDDATUM (JJJJMMDD, 0 = ONBEPAALD):"
               ACCEPT WS-HOU-EINDDATUM
               IF WS-HOU-EINDDATUM NOT NUMERIC
                   MOVE "ONGELDIGE DATUM!" TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               ELSE IF WS-HOU-EINDDATUM NOT = 0
                   IF WS-HOU-EIND-MAAND < 1 OR WS-HOU-EIND-MAAND > 12
                           OR WS-HOU-EIND-DAG < 1
                           OR WS-HOU-EIND-DAG > 31
                       MOVE "ONGELDIGE DATUM!" TO FOUTMELDING
                       SET INVOER-NOK TO TRUE
                   ELSE IF WS-HOU-EINDDATUM < WS-VANDAAG
                       MOVE "EINDDATUM LIGT IN HET VERLEDEN!"
                            TO FOUTMELDING
                       SET INVOER-NOK TO TRUE
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      * EEN EERDER INGETROKKEN HOUDER WORDT OPNIEUW ACTIEF GEZET
      * MET DE NIEUW INGEGEVEN ROL EN GRENZEN.
       NIEUWE-HOUDER.
           SET INVOER-OK TO TRUE
           MOVE ZEROS TO WS-HOU-LIM-GEHEEL
           MOVE ZEROS TO WS-HOU-LIM-DECIMAAL
           MOVE ZEROS TO WS-HOU-EINDDATUM
           PERFORM VRAAG-HOUDER-KLANT
           IF INVOER-OK
               PERFORM CONTROLEER-HOUDER-KLANT
           END-IF
           IF INVOER-OK
               OPEN I-O REKENINGHOUDERS
               MOVE WS-NIEUW-REK-NR TO RH-REKENING
               MOVE WS-HOU-KLANT TO RH-KLANT
               MOVE "J" TO WS-HOU-BESTAAT
               READ REKENINGHOUDERS
                   INVALID KEY MOVE "N" TO WS-HOU-BESTAAT
               END-READ
               IF HOUDER-BESTAAT AND RH-ACTIEF
                   MOVE "KLANT STAAT AL OP DEZE REKENING!"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
               IF INVOER-OK
                   PERFORM VRAAG-HOUDERROL
               END-IF
               IF INVOER-OK AND HOU-VOLMACHT
                   PERFORM VRAAG-VOLMACHTGRENZEN
               END-IF
               IF INVOER-OK
                   MOVE WS-NIEUW-REK-NR TO RH-REKENING
                   MOVE WS-HOU-KLANT TO RH-KLANT
                   MOVE WS-HOU-ROL TO RH-ROL
                   MOVE WS-HOU-LIM-GEHEEL TO RH-LIM-GEHEEL
                   MOVE WS-HOU-LIM-DECIMAAL TO RH-LIM-DECIMAAL
                   MOVE WS-HOU-EINDDATUM TO RH-EINDDATUM
                   SET RH-ACTIEF TO TRUE
                   MOVE WS-OPERATOR TO RH-OPERATOR
                   MOVE WS-VANDAAG TO RH-WIJZIGDATUM
                   IF HOUDER-BESTAAT
                       REWRITE HOUDERREC
                   ELSE
                       WRITE HOUDERREC
                   END-IF
                   MOVE "HOUDER-NW" TO WS-REK-AUDIT-ACTIE
                   PERFORM SCHRIJF-AUDIT-HOUDER
                   DISPLAY "HOUDER GEREGISTREERD."
               END-IF
               CLOSE REKENINGHOUDERS
           END-IF.

       TREK-HOUDER-IN.
           SET INVOER-OK TO TRUE
           PERFORM VRAAG-HOUDER-KLANT
           IF INVOER-OK
               OPEN I-O REKENINGHOUDERS
               PERFORM LEES-ACTIEVE-HOUDER
               IF INVOER-OK
                   SET RH-INGETROKKEN TO TRUE
                   MOVE WS-OPERATOR TO RH-OPERATOR
                   MOVE WS-VANDAAG TO RH-WIJZIGDATUM
                   REWRITE HOUDERREC
                   MOVE "HOUDER-INT" TO WS-REK-AUDIT-ACTIE
                   PERFORM SCHRIJF-AUDIT-HOUDER
                   DISPLAY "HOUDER INGETROKKEN."
               END-IF
               CLOSE REKENINGHOUDERS
           END-IF.

       WIJZIG-VOLMACHT.
           SET INVOER-OK TO TRUE
           PERFORM VRAAG-HOUDER-KLANT
           IF INVOER-OK
               OPEN I-O REKENINGHOUDERS
               PERFORM LEES-ACTIEVE-HOUDER
               IF INVOER-OK AND NOT RH-VOLMACHT
                   MOVE "ALLEEN EEN VOLMACHT HEEFT LIMIET EN EINDDATUM!"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
               IF INVOER-OK
                   COMPUTE WS-HOU-LIMIET-TOON =
                           RH-LIM-GEHEEL * 100 + RH-LIM-DECIMAAL
                   DISPLAY "HUIDIGE LIMIET: " WS-HOU-LIMIET-TOON
                           "  EINDDATUM: " RH-EINDDATUM
                   PERFORM VRAAG-VOLMACHTGRENZEN
               END-IF
               IF INVOER-OK
                   MOVE WS-HOU-LIM-GEHEEL TO RH-LIM-GEHEEL
                   MOVE WS-HOU-LIM-DECIMAAL TO RH-LIM-DECIMAAL
                   MOVE WS-HOU-EINDDATUM TO RH-EINDDATUM
                   MOVE WS-OPERATOR TO RH-OPERATOR
                   MOVE WS-VANDAAG TO RH-WIJZIGDATUM
                   REWRITE HOUDERREC
                   MOVE "VOLMACHT-WZ" TO WS-REK-AUDIT-ACTIE
                   PERFORM SCHRIJF-AUDIT-HOUDER
                   DISPLAY "VOLMACHT AANGEPAST."
               END-IF
               CLOSE REKENINGHOUDERS
           END-IF.

       LEES-ACTIEVE-HOUDER.
           MOVE WS-NIEUW-REK-NR TO RH-REKENING
           MOVE WS-HOU-KLANT TO RH-KLANT
           READ REKENINGHOUDERS
               INVALID KEY MOVE "KLANT STAAT NIET OP DEZE REKENING!"
                                TO FOUTMELDING
                           SET INVOER-NOK TO TRUE
           END-READ
           IF INVOER-OK AND NOT RH-ACTIEF
               MOVE "KLANT STAAT NIET OP DEZE REKENING!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF.

      * DE AUDITREGEL VAN EEN HOUDERWIJZIGING DRAAGT HET
      * REKENINGNUMMER; DE HOUDER EN ZIJN ROL STAAN IN HET
      * NA-VELD.
       SCHRIJF-AUDIT-HOUDER.
           PERFORM STEMPEL-AUDIT
           MOVE WS-REK-AUDIT-ACTIE TO A-ACTIE
           MOVE WS-NIEUW-REK-NR TO A-NR
           STRING "KLANT " RH-KLANT " ROL " RH-ROL
                  DELIMITED BY SIZE INTO A-NA-NAAM
           WRITE AUDITREGEL.

      * BANKKAARTEN VAN EEN REKENING: UITGIFTE, BLOKKERING (OOK
      * BIJ VERLIES OF DIEFSTAL), VRIJGAVE VAN EEN GEBLOKKEERDE
      * KAART (SUPERVISOR), VERVANGING EN WIJZIGING VAN DE
      * DAGLIMIET. EEN VERLOREN KAART KAN NIET MEER VRIJGEGEVEN
      * WORDEN, ALLEEN VERVANGEN. ATMIMPORT PAST STATUS,
      * VERVALDATUM EN DAGLIMIET TOE OP DE NETWERKTRANSACTIES.
       BEHEER-KAARTEN.
           MOVE ZEROS TO WS-NIEUW-REK-NR
           DISPLAY "REKENINGNUMMER (0 = TERUG):"
           ACCEPT WS-NIEUW-REK-NR
           IF WS-NIEUW-REK-NR NOT = 0
               SET INVOER-OK TO TRUE
               PERFORM CONTROLEER-REKENING-VAN-KLANT
               IF INVOER-OK
                   PERFORM BEHEER-KAARTEN-GELDIG
               ELSE
                   DISPLAY FOUTMELDING
               END-IF
           END-IF.

       BEHEER-KAARTEN-GELDIG.
           PERFORM TOON-KAARTEN
           MOVE ZEROS TO WS-KA-ACTIE
           DISPLAY "1. NIEUWE KAART  2. BLOKKEREN  3. VRIJGEVEN  "
                   "4. VERVANGEN  5. DAGLIMIET  0. TERUG"
           ACCEPT WS-KA-ACTIE
           MOVE SPACES TO FOUTMELDING
           IF WS-KA-ACTIE = 1
               PERFORM NIEUWE-KAART
           ELSE IF WS-KA-ACTIE = 2
               PERFORM BLOKKEER-KAART
           ELSE IF WS-KA-ACTIE = 3
               IF WS-NIVEAU < 3
                   DISPLAY "ONVOLDOENDE BEVOEGDHEID "
                           "(NIVEAU 3 VEREIST)!"
               ELSE
                   PERFORM GEEF-KAART-VRIJ
               END-IF
           ELSE IF WS-KA-ACTIE = 4
               PERFORM VERVANG-KAART
           ELSE IF WS-KA-ACTIE = 5
               PERFORM WIJZIG-KAARTLIMIET
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF FOUTMELDING NOT = SPACES
               DISPLAY FOUTMELDING
           END-IF.

      * HET KAARTENBESTAND HEEFT GEEN SLEUTEL OP REKENING: DE
      * KAARTEN VAN DE REKENING WORDEN UIT HET HELE BESTAND
      * GEZOCHT.
       TOON-KAARTEN.
           DISPLAY "BANKKAARTEN VAN REKENING " WS-NIEUW-REK-NR ":"
           MOVE ZEROS TO WS-KA-AANTAL
           MOVE "N" TO KAARTENGEDAAN
           OPEN INPUT KAARTEN
           PERFORM TOON-EEN-KAART UNTIL STOPLEZENKAARTEN
           CLOSE KAARTEN
           IF WS-KA-AANTAL = 0
               DISPLAY "GEEN BANKKAARTEN."
           END-IF.

       TOON-EEN-KAART.
           READ KAARTEN NEXT RECORD
               AT END MOVE "J" TO KAARTENGEDAAN
           END-READ
           IF NOT STOPLEZENKAARTEN AND KA-REKENING = WS-NIEUW-REK-NR
               ADD 1 TO WS-KA-AANTAL
               PERFORM BEPAAL-KAARTSTATUSTEKST
               COMPUTE WS-KA-LIMIET-TOON =
                       KA-LIM-GEHEEL * 100 + KA-LIM-DECIMAAL
               DISPLAY KA-NR " | KLANT " KA-KLANT " | "
                       WS-KA-STATUSTEKST " | TOT " KA-VERVALDATUM
                       " | LIMIET " WS-KA-LIMIET-TOON
           END-IF.

       BEPAAL-KAARTSTATUSTEKST.
           IF KA-ACTIEF
               MOVE "ACTIEF" TO WS-KA-STATUSTEKST
           ELSE IF KA-GEBLOKKEERD
               MOVE "GEBLOKKEERD" TO WS-KA-STATUSTEKST
           ELSE IF KA-VERLOREN
               MOVE "VERLOREN" TO WS-KA-STATUSTEKST
           ELSE
               MOVE "VERVANGEN" TO WS-KA-STATUSTEKST
           END-IF
           END-IF
           END-IF.

      * DE KAARTHOUDER IS DE EIGENAAR (0) OF EEN ACTIEVE
      * TITULARIS OF CO-TITULARIS VAN DE REKENING; EEN
      * VOLMACHTHEBBER KRIJGT GEEN KAART.
       VRAAG-KAARTHOUDER.
           MOVE ZEROS TO WS-KA-KLANT
           DISPLAY "KLANTNUMMER VAN DE KAARTHOUDER (0 = EIGENAAR):"
           ACCEPT WS-KA-KLANT
           IF WS-KA-KLANT NOT NUMERIC
               MOVE "ONGELDIG KLANTNUMMER!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF WS-KA-KLANT = 0 OR WS-KA-KLANT = WS-REK-KLANT
               MOVE WS-REK-KLANT TO WS-KA-KLANT
           ELSE
               MOVE WS-KA-KLANT TO WS-HOU-KLANT
               PERFORM CONTROLEER-HOUDER-KLANT
               IF INVOER-OK
                   OPEN INPUT REKENINGHOUDERS
                   PERFORM LEES-ACTIEVE-HOUDER
                   CLOSE REKENINGHOUDERS
               END-IF
               IF INVOER-OK AND RH-VOLMACHT
                   MOVE "EEN VOLMACHTHEBBER KRIJGT GEEN KAART!"
                        TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
           END-IF
           END-IF.

      * DAGLIMIET VAN DE KAART; NUL = DE STANDAARDLIMIET UIT HET
      * PARAMETERBESTAND.
       VRAAG-KAARTLIMIET.
           MOVE ZEROS TO WS-KA-LIM-GEHEEL
           MOVE ZEROS TO WS-KA-LIM-DECIMAAL
           DISPLAY "DAGLIMIET, EURO (0 = STANDAARD):"
           ACCEPT WS-KA-LIM-GEHEEL
           DISPLAY "EN CENT:"
           ACCEPT WS-KA-LIM-DECIMAAL
           IF WS-KA-LIM-GEHEEL NOT NUMERIC
                   OR WS-KA-LIM-DECIMAAL NOT NUMERIC
               MOVE "ONGELDIG BEDRAG!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE IF WS-KA-LIM-GEHEEL = 0 AND WS-KA-LIM-DECIMAAL = 0
               DIVIDE WS-KAARTLIMIET BY 100
                   GIVING WS-KA-LIM-GEHEEL
                   REMAINDER WS-KA-LIM-DECIMAAL
           END-IF
           END-IF.

       NIEUWE-KAART.
           SET INVOER-OK TO TRUE
           PERFORM VRAAG-KAARTHOUDER
           IF INVOER-OK
               PERFORM VRAAG-KAARTLIMIET
           END-IF
           IF INVOER-OK
               OPEN I-O KAARTEN
               PERFORM MAAK-KAART-AAN
               MOVE ZEROS TO KA-VERVANGT
               WRITE KAARTREC
               MOVE "KAART-NW" TO WS-REK-AUDIT-ACTIE
               PERFORM SCHRIJF-AUDIT-KAART
               CLOSE KAARTEN
               DISPLAY "KAART " KA-NR " UITGEGEVEN, GELDIG TOT "
                       KA-VERVALDATUM "."
           END-IF.

      * VULT EEN NIEUW KAARTRECORD VOOR WS-KA-KLANT MET
      * DAGLIMIET WS-KA-LIM-GEHEEL/-DECIMAAL. HET KAARTNUMMER IS
      * 67 + ONS BANKPREFIX + EEN VOLGNUMMER OP 10 CIJFERS + EEN
      * LUHN-CONTROLECIJFER; DE KAART IS DRIE JAAR GELDIG (EEN
      * 29 FEBRUARI WORDT 28 FEBRUARI). KAARTEN MOET I-O OPEN
      * STAAN.
       MAAK-KAART-AAN.
           PERFORM BEPAAL-KAARTNUMMER
           MOVE ZEROS TO KAARTREC
           MOVE WS-KAARTNUMMER TO KA-NR
           MOVE WS-NIEUW-REK-NR TO KA-REKENING
           MOVE WS-KA-KLANT TO KA-KLANT
           COMPUTE WS-KA-VERVALDATUM = WS-VANDAAG + 30000
           IF WS-KA-VERVAL-MMDD = 0229
               MOVE 0228 TO WS-KA-VERVAL-MMDD
           END-IF
           MOVE WS-KA-VERVALDATUM TO KA-VERVALDATUM
           SET KA-ACTIEF TO TRUE
           MOVE WS-KA-LIM-GEHEEL TO KA-LIM-GEHEEL
           MOVE WS-KA-LIM-DECIMAAL TO KA-LIM-DECIMAAL
           MOVE WS-VANDAAG TO KA-UITGIFTEDATUM
           MOVE WS-OPERATOR TO KA-OPERATOR
           MOVE WS-VANDAAG TO KA-WIJZIGDATUM.

       BEPAAL-KAARTNUMMER.
           MOVE ZEROS TO WS-KAARTNUMMER
           MOVE 67 TO WS-KN-MERK
           MOVE WS-BANKPREFIX TO WS-KN-PREFIX
           MOVE WS-KAARTNUMMER TO KA-NR
           MOVE ZEROS TO WS-KA-VOLGNR-MAX
           MOVE "N" TO KAARTENGEDAAN
           START KAARTEN KEY IS NOT LESS THAN KA-NR
               INVALID KEY MOVE "J" TO KAARTENGEDAAN
           END-START
           PERFORM ZOEK-HOOGSTE-KAART UNTIL STOPLEZENKAARTEN
           MOVE ZEROS TO WS-KAARTNUMMER
           MOVE 67 TO WS-KN-MERK
           MOVE WS-BANKPREFIX TO WS-KN-PREFIX
           COMPUTE WS-KN-VOLGNR = WS-KA-VOLGNR-MAX + 1
           MOVE ZEROS TO WS-KA-SOM
           PERFORM VARYING WS-KA-IX FROM 1 BY 2 UNTIL WS-KA-IX > 15
               COMPUTE WS-KA-CIJFER = WS-KN-CIJFER(WS-KA-IX) * 2
               IF WS-KA-CIJFER > 9
                   SUBTRACT 9 FROM WS-KA-CIJFER
               END-IF
               ADD WS-KA-CIJFER TO WS-KA-SOM
           END-PERFORM
           PERFORM VARYING WS-KA-IX FROM 2 BY 2 UNTIL WS-KA-IX > 15
               ADD WS-KN-CIJFER(WS-KA-IX) TO WS-KA-SOM
           END-PERFORM
           COMPUTE WS-KA-CIJFER = FUNCTION MOD(WS-KA-SOM, 10)
           IF WS-KA-CIJFER = 0
               MOVE 0 TO WS-KN-CONTROLE
           ELSE
               COMPUTE WS-KN-CONTROLE = 10 - WS-KA-CIJFER
           END-IF.

       ZOEK-HOOGSTE-KAART.
           READ KAARTEN NEXT RECORD
               AT END MOVE "J" TO KAARTENGEDAAN
           END-READ
           IF NOT STOPLEZENKAARTEN
               MOVE KA-NR TO WS-KAARTNUMMER
               IF WS-KN-MERK NOT = 67
                       OR WS-KN-PREFIX NOT = WS-BANKPREFIX
                   MOVE "J" TO KAARTENGEDAAN
               ELSE
                   MOVE WS-KN-VOLGNR TO WS-KA-VOLGNR-MAX
               END-IF
           END-IF.

       VRAAG-KAART.
           MOVE ZEROS TO KA-NR
           DISPLAY "KAARTNUMMER:"
           ACCEPT KA-NR
           IF KA-NR NOT NUMERIC
               MOVE "KAART BESTAAT NIET!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           ELSE
               READ KAARTEN
                   INVALID KEY MOVE "KAART BESTAAT NIET!"
                                    TO FOUTMELDING
                               SET INVOER-NOK TO TRUE
               END-READ
           END-IF
           IF INVOER-OK AND KA-REKENING NOT = WS-NIEUW-REK-NR
               MOVE "KAART HOORT NIET BIJ DEZE REKENING!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF.

      * BLOKKEREN (B) IS TIJDELIJK; VERLOREN OF GESTOLEN (V) IS
      * DEFINITIEF EN KAN OOK OP EEN AL GEBLOKKEERDE KAART.
       BLOKKEER-KAART.
           SET INVOER-OK TO TRUE
           OPEN I-O KAARTEN
           PERFORM VRAAG-KAART
           IF INVOER-OK AND NOT KA-ACTIEF AND NOT KA-GEBLOKKEERD
               MOVE "KAART IS AL VERLOREN OF VERVANGEN!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           IF INVOER-OK
               MOVE SPACES TO WS-KA-STATUS
               DISPLAY "B = BLOKKEREN, V = VERLOREN OF GESTOLEN:"
               ACCEPT WS-KA-STATUS
               IF WS-KA-STATUS NOT = "B" AND WS-KA-STATUS NOT = "V"
                   MOVE "ONGELDIGE KEUZE (B OF V)!" TO FOUTMELDING
                   SET INVOER-NOK TO TRUE
               END-IF
           END-IF
           IF INVOER-OK
               MOVE WS-KA-STATUS TO KA-STATUS
               MOVE WS-OPERATOR TO KA-OPERATOR
               MOVE WS-VANDAAG TO KA-WIJZIGDATUM
               REWRITE KAARTREC
               MOVE "KAART-BLOK" TO WS-REK-AUDIT-ACTIE
               PERFORM SCHRIJF-AUDIT-KAART
               DISPLAY "KAART GEBLOKKEERD."
           END-IF
           CLOSE KAARTEN.

       GEEF-KAART-VRIJ.
           SET INVOER-OK TO TRUE
           OPEN I-O KAARTEN
           PERFORM VRAAG-KAART
           IF INVOER-OK AND NOT KA-GEBLOKKEERD
               MOVE "ALLEEN EEN GEBLOKKEERDE KAART KAN VRIJ!"
                    TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           IF INVOER-OK
               SET KA-ACTIEF TO TRUE
               MOVE WS-OPERATOR TO KA-OPERATOR
               MOVE WS-VANDAAG TO KA-WIJZIGDATUM
               REWRITE KAARTREC
               MOVE "KAART-VRIJ" TO WS-REK-AUDIT-ACTIE
               PERFORM SCHRIJF-AUDIT-KAART
               DISPLAY "KAART VRIJGEGEVEN."
           END-IF
           CLOSE KAARTEN.

      * DE OUDE KAART KRIJGT STATUS R; DE NIEUWE NEEMT REKENING,
      * KAARTHOUDER EN DAGLIMIET OVER, EVENALS HET GEBRUIK VAN DE
      * DAG (DATUM EN BEDRAG), ZODAT DE VERVANGING GEEN NIEUWE
      * DAGLIMIET OPENT, EN VERWIJST NAAR DE OUDE.
       VERVANG-KAART.
           SET INVOER-OK TO TRUE
           OPEN I-O KAARTEN
           PERFORM VRAAG-KAART
           IF INVOER-OK AND KA-VERVANGEN
               MOVE "KAART IS AL VERVANGEN!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           IF INVOER-OK
               MOVE KA-NR TO WS-KA-OUD-NR
               MOVE KA-KLANT TO WS-KA-KLANT
               MOVE KA-LIM-GEHEEL TO WS-KA-LIM-GEHEEL
               MOVE KA-LIM-DECIMAAL TO WS-KA-LIM-DECIMAAL
               MOVE KA-DAG-DATUM TO WS-KA-DAG-DATUM
               MOVE KA-DAG-CENTEN TO WS-KA-DAG-CENTEN
               SET KA-VERVANGEN TO TRUE
               MOVE WS-OPERATOR TO KA-OPERATOR
               MOVE WS-VANDAAG TO KA-WIJZIGDATUM
               REWRITE KAARTREC
               PERFORM MAAK-KAART-AAN
               MOVE WS-KA-OUD-NR TO KA-VERVANGT
               MOVE WS-KA-DAG-DATUM TO KA-DAG-DATUM
               MOVE WS-KA-DAG-CENTEN TO KA-DAG-CENTEN
               WRITE KAARTREC
               MOVE "KAART-VERV" TO WS-REK-AUDIT-ACTIE
               PERFORM SCHRIJF-AUDIT-KAART
               DISPLAY "KAART VERVANGEN DOOR " KA-NR
                       ", GELDIG TOT " KA-VERVALDATUM "."
           END-IF
           CLOSE KAARTEN.

       WIJZIG-KAARTLIMIET.
           SET INVOER-OK TO TRUE
           OPEN I-O KAARTEN
           PERFORM VRAAG-KAART
           IF INVOER-OK AND KA-VERVANGEN
               MOVE "KAART IS AL VERVANGEN!" TO FOUTMELDING
               SET INVOER-NOK TO TRUE
           END-IF
           IF INVOER-OK
               COMPUTE WS-KA-LIMIET-TOON =
                       KA-LIM-GEHEEL * 100 + KA-LIM-DECIMAAL
               DISPLAY "HUIDIGE DAGLIMIET: " WS-KA-LIMIET-TOON
               PERFORM VRAAG-KAARTLIMIET
           END-IF
           IF INVOER-OK
               MOVE WS-KA-LIM-GEHEEL TO KA-LIM-GEHEEL
               MOVE WS-KA-LIM-DECIMAAL TO KA-LIM-DECIMAAL
               MOVE WS-OPERATOR TO KA-OPERATOR
               MOVE WS-VANDAAG TO KA-WIJZIGDATUM
               REWRITE KAARTREC
               MOVE "KAART-LIM" TO WS-REK-AUDIT-ACTIE
               PERFORM SCHRIJF-AUDIT-KAART
               DISPLAY "DAGLIMIET AANGEPAST."
           END-IF
           CLOSE KAARTEN.

      * DE AUDITREGEL VAN EEN KAARTWIJZIGING DRAAGT HET
      * REKENINGNUMMER; KAARTHOUDER EN NIEUWE STATUS STAAN IN HET
      * NA-VELD, HET KAARTNUMMER IN DE STRAAT EN BIJ EEN
      * VERVANGING DE OUDE KAART IN DE GEMEENTE.
       SCHRIJF-AUDIT-KAART.
           PERFORM STEMPEL-AUDIT
           MOVE WS-REK-AUDIT-ACTIE TO A-ACTIE
           MOVE WS-NIEUW-REK-NR TO A-NR
           STRING "KLANT " KA-KLANT " ST " KA-STATUS
                  DELIMITED BY SIZE INTO A-NA-NAAM
           STRING "KAART " KA-NR
                  DELIMITED BY SIZE INTO A-NA-STRAAT
           IF KA-VERVANGT NOT = 0
               STRING "OUD " KA-VERVANGT
                      DELIMITED BY SIZE INTO A-NA-GEMEENTE
           END-IF
           WRITE AUDITREGEL.

      * REKENINGEN VAN ANDERE KLANTEN WAAROP DEZE KLANT ALS
      * TITULARIS, CO-TITULARIS OF GELDIG VOLMACHTHEBBER MAG
      * HANDELEN.
       TOON-HOUDERSCHAPPEN.
           MOVE ZEROS TO WS-HOU-AANTAL
           MOVE "N" TO HOUDERSGEDAAN
           OPEN INPUT REKENINGEN
           OPEN INPUT REKENINGHOUDERS
           MOVE ZEROS TO RH-SLEUTEL
           START REKENINGHOUDERS KEY IS NOT LESS THAN RH-SLEUTEL
               INVALID KEY MOVE "J" TO HOUDERSGEDAAN
           END-START
           PERFORM TOON-EEN-HOUDERSCHAP UNTIL STOPLEZENHOUDERS
           CLOSE REKENINGHOUDERS
           CLOSE REKENINGEN.

       TOON-EEN-HOUDERSCHAP.
           READ REKENINGHOUDERS NEXT RECORD
               AT END MOVE "J" TO HOUDERSGEDAAN
           END-READ
           IF NOT STOPLEZENHOUDERS AND RH-KLANT = WS-REK-KLANT
               PERFORM CONTROLEER-HOUDERSCHAP
               IF HOUDERSCHAP-GELDIG
                   IF WS-HOU-AANTAL = 0
                       DISPLAY "OOK TE BEDIENEN DOOR KLANT "
                               WS-REK-KLANT ":"
                   END-IF
                   ADD 1 TO WS-HOU-AANTAL
                   PERFORM BEPAAL-ROLTEKST
                   IF RH-VOLMACHT
                       COMPUTE WS-HOU-LIMIET-TOON =
                               RH-LIM-GEHEEL * 100 + RH-LIM-DECIMAAL
                       DISPLAY RH-REKENING " | " WS-ROLTEKST
                               " | LIMIET " WS-HOU-LIMIET-TOON
                               " | EINDDATUM " RH-EINDDATUM
                   ELSE
                       DISPLAY RH-REKENING " | " WS-ROLTEKST
                   END-IF
               END-IF
           END-IF.

      * EEN HOUDERSCHAP TELT ZOLANG HET NIET INGETROKKEN IS, DE
      * REKENING NIET GESLOTEN IS EN, VOOR EEN VOLMACHT, DE
      * EINDDATUM NIET VERSTREKEN IS. EEN REKENING ZONDER RECORD
      * IN HET REKENINGENBESTAND IS EEN OUDE KLANTREKENING.
      * REKENINGEN MOET OPEN ZIJN.
       CONTROLEER-HOUDERSCHAP.
           MOVE "J" TO WS-HOU-GELDIG
           IF NOT RH-ACTIEF
               MOVE "N" TO WS-HOU-GELDIG
           END-IF
           IF RH-VOLMACHT AND RH-EINDDATUM NOT = 0
                   AND RH-EINDDATUM < WS-VANDAAG
               MOVE "N" TO WS-HOU-GELDIG
           END-IF
           IF HOUDERSCHAP-GELDIG
               MOVE RH-REKENING TO REK-NR
               READ REKENINGEN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF REK-INACTIEF
                           MOVE "N" TO WS-HOU-GELDIG
                       END-IF
               END-READ
           END-IF.

      * CONTROLEERT DAT HET INGEGEVEN NUMMER EEN BESTAANDE
      * REKENING VAN DE GETOONDE KLANT IS, VOLGENS DEZELFDE REGEL
      * ALS DE BOEKINGSPROGRAMMA'S: EERST HET REKENINGENBESTAND,
           MOVE POSTCODE TO A-NA-POSTCODE
           MOVE GEMEENTE TO A-NA-GEMEENTE
           MOVE TEL      TO A-NA-TEL
           MOVE RIJKSREGISTERNR TO A-NA-RIJKSREGISTERNR
           MOVE GEBOORTEDATUM   TO A-NA-GEBOORTEDATUM
           WRITE AUDITREGEL.

       SCHRIJF-AUDIT-VERWIJDEREN.
           MOVE KV-POSTCODE TO A-VOOR-POSTCODE
           MOVE KV-GEMEENTE TO A-VOOR-GEMEENTE
           MOVE KV-TEL      TO A-VOOR-TEL
           MOVE KV-RIJKSREGISTERNR TO A-VOOR-RIJKSREGISTERNR
           MOVE KV-GEBOORTEDATUM   TO A-VOOR-GEBOORTEDATUM
      * NAAM/STRAAT/POSTCODE/GEMEENTE/TEL BLIJVEN ONGEWIJZIGD BIJ EEN
      * VERWIJDERING (ENKEL KLANT-STATUS WORDT INACTIEF); DE "NA"-KANT
      * TOONT DUS DEZELFDE GEGEVENS, ZODAT DE AUDITREGEL BEVESTIGT DAT
           MOVE POSTCODE TO A-NA-POSTCODE
           MOVE GEMEENTE TO A-NA-GEMEENTE
           MOVE TEL      TO A-NA-TEL
           MOVE RIJKSREGISTERNR TO A-NA-RIJKSREGISTERNR
           MOVE GEBOORTEDATUM   TO A-NA-GEBOORTEDATUM
           WRITE AUDITREGEL.

       SCHRIJF-AUDIT-WIJZIGEN.
           MOVE KV-POSTCODE TO A-VOOR-POSTCODE
           MOVE KV-GEMEENTE TO A-VOOR-GEMEENTE
           MOVE KV-TEL      TO A-VOOR-TEL
           MOVE KV-RIJKSREGISTERNR TO A-VOOR-RIJKSREGISTERNR
           MOVE KV-GEBOORTEDATUM   TO A-VOOR-GEBOORTEDATUM
           MOVE NAAM     TO A-NA-NAAM
           MOVE STRAAT   TO A-NA-STRAAT
           MOVE POSTCODE TO A-NA-POSTCODE
           MOVE GEMEENTE TO A-NA-GEMEENTE
           MOVE TEL      TO A-NA-TEL
           MOVE RIJKSREGISTERNR TO A-NA-RIJKSREGISTERNR
           MOVE GEBOORTEDATUM   TO A-NA-GEBOORTEDATUM
           WRITE AUDITREGEL.

       EINDEPROC.
