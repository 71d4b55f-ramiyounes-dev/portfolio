      *                (matricule + année civile)
      * Alimenté par CALC-PAIE à chaque période, conformément aux
      * cumuls annuels exigés sur le bulletin (art. R3243-1 C. trav.)
      * Longueur enregistrement : 150 octets
      * Les cumuls de plafond et de tranches ont été ajoutés en fin
      * d'enregistrement (ancienne longueur : 79 octets) ; un fichier
      * écrit à l'ancienne longueur se convertit par CONVERT-CUMULS
      * avant tout passage de CALC-PAIE.
      ******************************************************************
       01  CUMUL-ANNUEL-RECORD.
           05  CUM-CLE.
      *    versées sur l'année — sert au suivi du plafond annuel
      *    d'exonération par bénéficiaire sur versements multiples
           05  CUM-PPV-EXONEREE           PIC S9(9)V99 COMP-3.
      *    Réduction générale des cotisations patronales — assiette
      *    et SMIC de référence cumulés depuis janvier, réduction
      *    déjà imputée (URSSAF / AGIRC-ARRCO) : la régularisation
      *    progressive recalcule chaque mois le coefficient sur
      *    l'année écoulée (Art. L241-13 et D241-7 CSS). Zones
      *    reprises sur le remplissage : les anciens enregistrements
      *    y portent des blancs.
           05  CUM-RG-REMUNERATION        PIC S9(11)V99 COMP-3.
           05  CUM-RG-SMIC                PIC S9(11)V99 COMP-3.
           05  CUM-RG-URSSAF              PIC S9(9)V99 COMP-3.
           05  CUM-RG-RETRAITE            PIC S9(9)V99 COMP-3.
           05  FILLER                     PIC X(8).
      *    Régularisation progressive des tranches (Art. R242-2 et
      *    R242-3 CSS) : plafond de sécurité sociale cumulé depuis
      *    janvier (proratisé à l'entrée, à la sortie et pour le
      *    temps partiel), tranches A et B déjà cotisées ; idem pour
      *    l'assiette chômage plafonnée à 4 plafonds.
           05  CUM-PLAFOND-SS             PIC S9(11)V99 COMP-3.
           05  CUM-TRANCHE-1              PIC S9(11)V99 COMP-3.
           05  CUM-TRANCHE-2              PIC S9(11)V99 COMP-3.
           05  CUM-PLAFOND-CHOMAGE        PIC S9(11)V99 COMP-3.
           05  CUM-BASE-CHOMAGE           PIC S9(11)V99 COMP-3.
      *    Bandeaux maladie / allocations familiales (Art. L241-2-1
      *    et L241-6-1 CSS) : SMIC de référence cumulé depuis
      *    janvier et cotisations patronales déjà imputées, pour la
      *    régularisation annuelle. Zones reprises sur le
      *    remplissage.
           05  CUM-BDX-SMIC               PIC S9(11)V99 COMP-3.
           05  CUM-BDX-MALADIE            PIC S9(9)V99 COMP-3.
           05  CUM-BDX-AF                 PIC S9(9)V99 COMP-3.
           05  FILLER                     PIC X(17).
