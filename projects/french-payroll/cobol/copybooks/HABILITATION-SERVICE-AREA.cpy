      ******************************************************************
      * HABILITATION-SERVICE-AREA.cpy
      * Zone de communication du sous-programme HABILITATION-SERVICE
      * Fonctions :
      *   OUVRE — charge les habilitations en vigueur de
      *           HSV-OPERATEUR pour HSV-PROGRAMME ; HSV-CONTROLE
      *           vaut N si HABILITATIONS.dat n'existe pas (aucun
      *           contrôle), HSV-RESULTAT N si l'opérateur manque ou
      *           si le fichier est illisible (HSV-MOTIF) ;
      *   ACCES — l'opérateur détient-il le droit HSV-DROIT sur au
      *           moins un périmètre ? Un refus est journalisé
      *           aussitôt (motif AUCUN-DROIT, objet HSV-OBJET) ;
      *   CTRL  — le droit HSV-DROIT couvre-t-il le salarié de
      *           l'établissement HSV-ETABLISSEMENT, du département
      *           HSV-DEPARTEMENT et de la classification
      *           HSV-CLASSIFICATION ? Les refus sont cumulés par
      *           établissement et population ;
      *   FERME — journalise les refus cumulés (HORS-PERIMETRE) et
      *           rend leur nombre dans HSV-NB-REFUS.
      * HSV-RESULTAT : O = accordé, N = refusé.
      ******************************************************************
       01  HABILITATION-SERVICE-AREA.
           05  HSV-FONCTION            PIC X(5).
           05  HSV-OPERATEUR           PIC X(8).
           05  HSV-PROGRAMME           PIC X(30).
           05  HSV-DROIT               PIC X(1).
               88  HSV-LIRE               VALUE "L".
               88  HSV-CALCULER           VALUE "C".
               88  HSV-MAINTENIR          VALUE "M".
               88  HSV-CLOTURER           VALUE "K".
           05  HSV-ETABLISSEMENT       PIC X(4).
           05  HSV-DEPARTEMENT         PIC X(12).
           05  HSV-CLASSIFICATION      PIC X(10).
           05  HSV-OBJET               PIC X(20).
           05  HSV-CONTROLE            PIC X(1).
               88  HSV-CONTROLE-ACTIF     VALUE "O".
           05  HSV-RESULTAT            PIC X(1).
               88  HSV-ACCORDE            VALUE "O".
               88  HSV-REFUSE             VALUE "N".
           05  HSV-MOTIF               PIC X(20).
           05  HSV-NB-REFUS            PIC 9(6).
