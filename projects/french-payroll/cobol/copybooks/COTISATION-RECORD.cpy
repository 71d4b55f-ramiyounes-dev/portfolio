           05  COT-BRUT               PIC S9(9)V99 COMP-3.
      *    --- Cotisations patronales ---
      *    Maladie-maternité-invalidité-décès
      *    Art. L241-2 CSS — taux réduit 7.00% / taux plein 13.00%
      *    selon le bandeau de 2,5 SMIC
           05  COT-MALADIE-PAT        PIC S9(9)V99 COMP-3.
      *    Vieillesse plafonnée — 8.55% sur T1
      *    Art. D242-4 CSS — Décret n°2014-1531
           05  COT-ETABLISSEMENT      PIC X(4).
      *    --- Axe analytique (centre de coût principal) ---
           05  COT-CENTRE-ANALYTIQUE  PIC X(6).
      *    --- Réduction générale des cotisations patronales ---
      *    Art. L241-13 CSS — montant du mois après régularisation
      *    progressive, ventilé entre la part imputée sur les
      *    cotisations URSSAF et celle imputée sur la retraite
      *    complémentaire (AGIRC-ARRCO). Déjà déduit de
      *    COT-TOTAL-PAT ; négatif quand la régularisation reprend
      *    une réduction accordée à tort les mois précédents.
           05  COT-REDUCTION-GENERALE PIC S9(9)V99 COMP-3.
           05  COT-RG-URSSAF          PIC S9(9)V99 COMP-3.
           05  COT-RG-RETRAITE        PIC S9(9)V99 COMP-3.
      *    --- Forfait social ---
      *    Art. L137-15 CSS — 8% de COT-PREVOY-PAT à partir de 11
      *    salariés (tranche d'effectif de l'entreprise), plus 20% de
      *    la part patronale exonérée de retraite supplémentaire ;
      *    compris dans COT-TOTAL-PAT
           05  COT-FORFAIT-SOCIAL-PAT PIC S9(9)V99 COMP-3.
      *    --- Retraite supplémentaire (PER obligatoire) ---
      *    Art. L242-1 et D242-1 CSS, art. 83 CGI — parts patronale
      *    (comprise dans COT-TOTAL-PAT) et salariale (comprise dans
      *    PAI-TOTAL-COT-SAL), assureur destinataire des deux parts,
      *    et fraction de la part patronale excédant le plafond
      *    d'exonération sociale, réintégrée dans le brut
           05  COT-RETR-SUPP-PAT      PIC S9(9)V99 COMP-3.
           05  COT-RETR-SUPP-SAL      PIC S9(9)V99 COMP-3.
           05  COT-RETR-SUPP-ASSUREUR PIC X(12).
           05  COT-RETR-SUPP-REINTEG  PIC S9(5)V99 COMP-3.
      *    --- Contribution solidarité autonomie ---
      *    Art. L137-40 CASF — 0.30% du brut, contrepartie de la
      *    journée de solidarité ; recouvrée par l'URSSAF, comprise
      *    dans COT-TOTAL-PAT
           05  COT-CSA-PAT            PIC S9(9)V99 COMP-3.
