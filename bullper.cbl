      *      BULLPER R annee trimestre   reouverture exceptionnelle
      *                                  d'un trimestre clos
      *      BULLPER L                   liste des periodes
      *      BULLPER V annee trimestre   verification : code retour
      *                                  0 si le trimestre est
      *                                  ouvert, 8 sinon (controle
      *                                  prealable a BULLTIN dans la
      *                                  chaine BULLCHN)
      *    Chaque ouverture, cloture ou reouverture est tracee dans
      *    journal.txt (meme enregistrement que BULLTIN) sous un
      *    code JRN-MODE propre aux periodes — O (ouverture),
      *    distinct des modes T/R/C de BULLTIN, les compteurs
      *    restent a zero.
       FD F-JOURNAL
           RECORD CONTAINS 81 CHARACTERS
           RECORDING MODE IS F.

       01 REC-JOURNAL.
          05 JRN-STATUTS            PIC X(12).
          05 JRN-ANNEE              PIC 9(04).
          05 JRN-NB-CORRIGES        PIC 9(04).
          05 JRN-EVAL-ACCEPTEES     PIC 9(04).
          05 JRN-EVAL-REJETEES      PIC 9(04).

       WORKING-STORAGE SECTION.

           88 WS-ACTION-CLORE        VALUE 'C'.
           88 WS-ACTION-REOUVRIR     VALUE 'R'.
           88 WS-ACTION-LISTER       VALUE 'L'.
           88 WS-ACTION-VERIFIER     VALUE 'V'.

       01 WS-ARG-NUM                 PIC 9(02) VALUE 0.
       01 WS-ARG-ANNEE               PIC 9(04) VALUE 0.
             WHEN WS-ACTION-LISTER
                 PERFORM 8550-LISTER-DEB
                    THRU 8550-LISTER-FIN
             WHEN WS-ACTION-VERIFIER
                 PERFORM 8545-VERIFIER-DEB
                    THRU 8545-VERIFIER-FIN
             WHEN OTHER
                 DISPLAY "Action inconnue : O (ouvrir), C (clore), "
                         "R (reouvrir), L (lister), V (verifier)."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE

       8540-REOUVRIR-FIN.
           EXIT.

      ******************************************************************
      *    Verification d'un trimestre avant le passage de BULLTIN :
      *    rien n'est ecrit, seul le code retour compte (0 ouvert,
      *    8 jamais ouvert ou deja clos).
      ******************************************************************
       8545-VERIFIER-DEB.
           PERFORM 8515-LIRE-ARGS-PERIODE-DEB
              THRU 8515-LIRE-ARGS-PERIODE-FIN

           IF NOT WS-PER-TROUVE-OUI
               DISPLAY "Trimestre " WS-ARG-TRIMESTRE " annee "
                       WS-ARG-ANNEE " jamais ouvert : utiliser "
                       "l'ouverture (action O)."
               MOVE 8 TO RETURN-CODE
               GO TO 8545-VERIFIER-FIN
           END-IF
           IF WS-PER-ETAT(WS-IDX-PER) NOT = 'O'
               DISPLAY "Trimestre " WS-ARG-TRIMESTRE " annee "
                       WS-ARG-ANNEE " clos : BULLTIN ne peut plus y "
                       "poster."
               MOVE 8 TO RETURN-CODE
               GO TO 8545-VERIFIER-FIN
           END-IF
           DISPLAY "Trimestre " WS-ARG-TRIMESTRE " annee "
                   WS-ARG-ANNEE " ouvert.".
       8545-VERIFIER-FIN.
           EXIT.

      ******************************************************************
      *    Liste des periodes connues avec leur etat.
      ******************************************************************
