      *   BANKPREFIX   EIGEN BANKNUMMER (DEEL1 VAN DE REKENING)
      *   CLEARINGREK  TUSSENREKENING VOOR UITGAAND
      *                CLEARINGVERKEER (7 CIJFERS)
      *   LENINGREK    TUSSENREKENING VOOR DE UITBETALING EN
      *                AFLOSSING VAN LENINGEN (7 CIJFERS)
      *   FIRMAREK     EIGEN BEDRIJFSREKENING WAAROP DE KLANTEN
      *                DE VERKOOPFACTUREN BETALEN (7 CIJFERS,
      *                0 = NIET INGESTELD)
      *   TOLAANTAL    TOLERANTIE OP HET GEFACTUREERDE AANTAL VAN
      *                EEN AANKOOPFACTUUR, IN TIENDUIZENDSTEN
      *                (STANDAARD 0 = EXACT)
      *   TOLPRIJS     TOLERANTIE OP DE PRIJS VAN EEN
      *                AANKOOPFACTUUR TEGENOVER DE AANKOOPPRIJS, IN
      *                TIENDUIZENDSTEN (STANDAARD 200 = 2%)
      *   FIATDREMPEL  BEDRAG WAARBOVEN EEN LOKETVERRICHTING EEN
      *                SUPERVISORFIAT VRAAGT, IN CENTEN
      *   MELDBEDRAG   MELDINGSDREMPEL PER VERRICHTING, IN CENTEN
      *   KOSTAFHALING KOST PER LOKETAFHALING, IN CENTEN
      *   KOSTUITTREK  KOST PER PAPIEREN UITTREKSEL, IN CENTEN
      *   KOSTMAAND    VASTE BEHEERSKOST PER MAAND, IN CENTEN
      *   VEILIGWEKEN  VEILIGHEIDSVOORRAAD IN WEKEN VERBRUIK VOOR
      *                DE VERBRUIKSANALYSE (STANDAARD 2)
      *   BESTELWEKEN  VOORGESTELD BESTELAANTAL IN WEKEN VERBRUIK
      *                (STANDAARD 4)
      *   LEVERTIJD    LEVERTIJD IN DAGEN VOOR EEN LEVERANCIER
      *                ZONDER GELEVERDE BESTELLINGEN (STANDAARD 14)
      *   TRAAGMAANDEN MAANDEN ZONDER UITGIFTE VOOR TRAGE VOORRAAD
      *                (STANDAARD 6)
      *   DOODMAANDEN  MAANDEN ZONDER UITGIFTE VOOR DODE VOORRAAD
      *                (STANDAARD 12)
      *   SLAAPJAREN   JAREN ZONDER BEWEGING DOOR DE KLANT WAARNA
      *                EEN REKENING SLAPEND WORDT (STANDAARD 5)
      *   NETWERKREK   AFREKENINGSREKENING VAN HET KAARTNETWERK
      *                VOOR DE GELDAUTOMAAT- EN KAARTBETALINGEN
      *                (7 CIJFERS, STANDAARD 9999997)
      *   KAARTLIMIET  STANDAARD DAGLIMIET VAN EEN NIEUWE
      *                BANKKAART, IN CENTEN (STANDAARD 50000)
      *   BEWAARJAREN  VOLLEDIGE JAREN HISTORIE DIE IN HET
      *                HISTORIEBESTAND BLIJVEN; OUDERE REGELS GAAN
      *                NAAR HET ARCHIEF (STANDAARD 7, NOOIT MINDER
      *                DAN SLAAPJAREN)
      *
      ************************************************************
       IDENTIFICATION DIVISION.
