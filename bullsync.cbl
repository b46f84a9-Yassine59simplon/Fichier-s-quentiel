      *      BULLSYNC annee S     controle + resynchronisation des
      *                           zones d'identite de l'historique
      *                           depuis le fichier maitre
      *                           (chaque enregistrement reecrit
      *                           est trace dans la piste d'audit
      *                           audithisto.txt)
      *    Sans annee (0), l'annee est deduite de la date du jour
      *    comme dans BULLTIN. Code retour 4 si des anomalies ont
      *    ete relevees.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ANOMALIES-STATUS.

      *    Piste d'audit de histo.dat, commune a BULLTIN et
      *    BULLARCH (mode S seulement).
           SELECT F-AUDIT
               ASSIGN TO 'audithisto.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ELEVES.

       01 LIGNE-ANOMALIE PIC X(132).

       FD F-AUDIT
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS F.

      *    AUD-AVANT / AUD-APRES : images completes de REC-HISTO.
       01 REC-AUDIT.
          05 AUD-DATE               PIC 9(08).
          05 AUD-HEURE              PIC 9(06).
          05 AUD-OPERATEUR          PIC X(10).
          05 AUD-PROGRAMME          PIC X(08).
          05 AUD-MODE               PIC X(01).
          05 AUD-OPERATION          PIC X(01).
          05 AUD-CLE.
             10 AUD-CODE-ELEVE      PIC 9(04).
             10 AUD-ANNEE           PIC 9(04).
             10 AUD-TRIMESTRE       PIC 9(01).
          05 AUD-AVANT              PIC X(41).
          05 AUD-APRES              PIC X(41).

       WORKING-STORAGE SECTION.

       01  F-ELEVES-STATUS     PIC X(02) VALUE SPACE.
       01  F-ANOMALIES-STATUS  PIC X(02) VALUE SPACE.
           88 F-ANOMALIES-STATUS-OK   VALUE '00'.

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK       VALUE '00'.
           88 F-AUDIT-STATUS-NOFILE   VALUE '35'.

      *  Piste d'audit (mode S) : date, heure et operateur (variable
      *  d'environnement ELEVMNT_OPERATEUR, comme ELEVMNT), image
      *  de l'enregistrement avant resynchronisation.
       01 WS-DATE-EXECUTION          PIC 9(08) VALUE 0.
       01 WS-HEURE-EXECUTION         PIC 9(08) VALUE 0.
       01 WS-OPERATEUR               PIC X(10) VALUE SPACES.
       01 WS-HISTO-AVANT             PIC X(41) VALUE SPACES.

       01 WS-ARG-NUM                 PIC 9(02) VALUE 0.
       01 WS-ANNEE-DEMANDEE          PIC 9(04) VALUE 0.
       01 WS-DATE-DU-JOUR.
               STOP RUN
           END-IF

      *    Pas de resynchronisation sans sa piste d'audit.
           IF WS-MODE-RESYNC
               ACCEPT WS-DATE-EXECUTION FROM DATE YYYYMMDD
               ACCEPT WS-HEURE-EXECUTION FROM TIME
               DISPLAY "ELEVMNT_OPERATEUR" UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERATEUR FROM ENVIRONMENT-VALUE
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF WS-OPERATEUR = SPACES
                   MOVE "INCONNU" TO WS-OPERATEUR
               END-IF
               OPEN EXTEND F-AUDIT
               IF F-AUDIT-STATUS-NOFILE
                   OPEN OUTPUT F-AUDIT
               END-IF
               IF NOT F-AUDIT-STATUS-OK
                   DISPLAY "Piste d'audit audithisto.txt "
                           "indisponible (statut " F-AUDIT-STATUS
                           ")."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT F-ANOMALIES
           MOVE SPACES TO LIGNE-ANOMALIE
           STRING "RAPPROCHEMENT eleves.dat / histo.dat - annee "
               PERFORM 9550-ECRIRE-ANOMALIE-DEB
                  THRU 9550-ECRIRE-ANOMALIE-FIN
               IF WS-MODE-RESYNC
                   MOVE REC-HISTO  TO WS-HISTO-AVANT
                   MOVE ELV-NOM    TO HISTO-NOM-ELEVE
                   MOVE ELV-PRENOM TO HISTO-PRENOM-ELEVE
                   MOVE ELV-CLASSE TO HISTO-CLASSE
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-RESYNC
                           PERFORM 9555-AUDITER-HISTO-DEB
                              THRU 9555-AUDITER-HISTO-FIN
                   END-REWRITE
               END-IF
           END-IF
       9550-ECRIRE-ANOMALIE-FIN.
           EXIT.

      ******************************************************************
      *    Trace dans la piste d'audit la resynchronisation de
      *    l'enregistrement HISTO courant (image avant conservee dans
      *    WS-HISTO-AVANT, image apres = enregistrement reecrit).
      ******************************************************************
       9555-AUDITER-HISTO-DEB.
           MOVE WS-DATE-EXECUTION       TO AUD-DATE
           MOVE WS-HEURE-EXECUTION(1:6) TO AUD-HEURE
           MOVE WS-OPERATEUR            TO AUD-OPERATEUR
           MOVE "BULLSYNC"              TO AUD-PROGRAMME
           MOVE WS-MODE-SYNC            TO AUD-MODE
           MOVE 'M'                     TO AUD-OPERATION
           MOVE HISTO-CLE               TO AUD-CLE
           MOVE WS-HISTO-AVANT          TO AUD-AVANT
           MOVE REC-HISTO               TO AUD-APRES
           WRITE REC-AUDIT.
       9555-AUDITER-HISTO-FIN.
           EXIT.

      ******************************************************************
      *    Ferme les fichiers, ecrit le total des anomalies et fixe
      *    le code retour (4 si des anomalies ont ete relevees).
           CLOSE F-ANOMALIES
           CLOSE F-HISTO
           CLOSE F-ELEVES
           IF WS-MODE-RESYNC
               CLOSE F-AUDIT
           END-IF

           DISPLAY "Rapprochement annee " WS-ANNEE-DEMANDEE " : "
                   WS-NB-ANOMALIES " anomalie(s), voir anomalies.txt"
