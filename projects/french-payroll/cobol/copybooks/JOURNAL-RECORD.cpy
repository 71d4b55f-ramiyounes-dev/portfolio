      *        congés payés et prime de 13e mois courue
               88  JRN-TYPE-PROV-CP      VALUE "PCP".
               88  JRN-TYPE-PROV-13E     VALUE "P13".
      *        Variation de la provision pour indemnités de fin de
      *        carrière (évaluations trimestrielle et annuelle)
               88  JRN-TYPE-PROV-IFC     VALUE "PIF".
      *        Agrégé par centre analytique (cf. JOURNAL_MODE ANALYT)
               88  JRN-TYPE-ANA          VALUE "ANA".
           05  JRN-ETABLISSEMENT      PIC X(4).
