      *    historique propre, et le parcours d'un eleve sur plusieurs
      *    annees reste consultable dans les archives quand une
      *    famille le demande.
      *    Les notes par matiere de la meme annee (notes.dat) suivent
      *    le meme chemin vers archnotes.dat, meme cle code eleve +
      *    annee + trimestre + code matiere.
      *
      *    Le programme s'invoque avec l'annee a archiver (annee
      *    civile de la rentree) en ligne de commande, comme les
      *      BULLARCH 2024      archive l'annee scolaire 2024/2025
      *    L'annee est obligatoire : l'archivage retire des
      *    enregistrements de histo.dat, on ne le laisse pas partir
      *    sur une annee deduite en silence. Chaque suppression de
      *    histo.dat est tracee dans la piste d'audit audithisto.txt
      *    (mode A).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULLARCH.
               RECORD KEY IS ARCH-CLE
               FILE STATUS IS F-ARCHIVE-STATUS.

           SELECT F-NOTES
               ASSIGN TO 'notes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-CLE
               FILE STATUS IS F-NOTES-STATUS.

           SELECT F-ARCH-NOTES
               ASSIGN TO 'archnotes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANOT-CLE
               FILE STATUS IS F-ARCH-NOTES-STATUS.

      *    Piste d'audit de histo.dat, commune a BULLTIN et BULLSYNC.
           SELECT F-AUDIT
               ASSIGN TO 'audithisto.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-HISTO.
          05 ARCH-NB-ABSENCES       PIC 9(02).
          05 ARCH-COMPORTEMENT      PIC X(01).

       FD F-NOTES.

       01 REC-NOTE.
          05 NOTE-CLE.
             10 NOTE-CODE-ELEVE     PIC 9(04).
             10 NOTE-ANNEE          PIC 9(04).
             10 NOTE-TRIMESTRE      PIC 9(01).
             10 NOTE-CODE-MATIERE   PIC 9(02).
          05 NOTE-CLASSE            PIC X(05).
          05 NOTE-LIBELLE           PIC X(25).
          05 NOTE-COEF              PIC 9V9.
          05 NOTE-NOTE              PIC 99V99.
      *  ABS, DISP ou NN a la place de la note, espaces sinon
          05 NOTE-STATUT            PIC X(04).

       FD F-ARCH-NOTES.

       01 REC-ARCH-NOTE.
          05 ANOT-CLE.
             10 ANOT-CODE-ELEVE     PIC 9(04).
             10 ANOT-ANNEE          PIC 9(04).
             10 ANOT-TRIMESTRE      PIC 9(01).
             10 ANOT-CODE-MATIERE   PIC 9(02).
          05 ANOT-CLASSE            PIC X(05).
          05 ANOT-LIBELLE           PIC X(25).
          05 ANOT-COEF              PIC 9V9.
          05 ANOT-NOTE              PIC 99V99.
          05 ANOT-STATUT            PIC X(04).

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

       01  F-HISTO-STATUS      PIC X(02) VALUE SPACE.
           88 F-ARCHIVE-STATUS-DUP    VALUE '22'.
           88 F-ARCHIVE-STATUS-NOFILE VALUE '35'.

       01  F-NOTES-STATUS      PIC X(02) VALUE SPACE.
           88 F-NOTES-STATUS-OK       VALUE '00'.
           88 F-NOTES-STATUS-NOFILE   VALUE '35'.

       01  F-ARCH-NOTES-STATUS PIC X(02) VALUE SPACE.
           88 F-ARCH-NOTES-STATUS-OK     VALUE '00'.
           88 F-ARCH-NOTES-STATUS-DUP    VALUE '22'.
           88 F-ARCH-NOTES-STATUS-NOFILE VALUE '35'.

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK       VALUE '00'.
           88 F-AUDIT-STATUS-NOFILE   VALUE '35'.

      *  Piste d'audit : date, heure et operateur (variable
      *  d'environnement ELEVMNT_OPERATEUR, comme ELEVMNT).
       01 WS-DATE-EXECUTION          PIC 9(08) VALUE 0.
       01 WS-HEURE-EXECUTION         PIC 9(08) VALUE 0.
       01 WS-OPERATEUR               PIC X(10) VALUE SPACES.

       01 WS-ARG-NUM                 PIC 9(02) VALUE 0.
       01 WS-ANNEE-A-ARCHIVER        PIC 9(04) VALUE 0.

       01 WS-NB-DEJA-ARCHIVES        PIC 9(06) VALUE 0.
       01 WS-NB-CONSERVES            PIC 9(06) VALUE 0.

      *  Notes par matiere (7540/7550) : memes compteurs que pour
      *  histo.dat.
       01 WS-FIN-NOTES               PIC X VALUE 'N'.
           88 WS-FIN-NOTES-OUI       VALUE 'O'.
       01 WS-NOTES-PRESENT           PIC X VALUE 'N'.
           88 WS-NOTES-PRESENT-OUI   VALUE 'O'.
       01 WS-NB-NOTES-ARCHIVEES      PIC 9(06) VALUE 0.
       01 WS-NB-NOTES-DEJA           PIC 9(06) VALUE 0.
       01 WS-NB-NOTES-CONSERVEES     PIC 9(06) VALUE 0.

      ******************************************************************
      ******************************************************************

           PERFORM 7520-ARCHIVER-ANNEE-DEB
              THRU 7520-ARCHIVER-ANNEE-FIN

           PERFORM 7540-ARCHIVER-NOTES-DEB
              THRU 7540-ARCHIVER-NOTES-FIN

           CLOSE F-HISTO
           CLOSE F-ARCHIVE
           CLOSE F-AUDIT
           IF WS-NOTES-PRESENT-OUI
               CLOSE F-NOTES
               CLOSE F-ARCH-NOTES
           END-IF

           DISPLAY "Cloture de l'annee " WS-ANNEE-A-ARCHIVER " :"
           DISPLAY "  Enregistrements archives   : " WS-NB-ARCHIVES
           DISPLAY "  Deja presents aux archives : "
                   WS-NB-DEJA-ARCHIVES
           DISPLAY "  Conserves dans histo.dat   : " WS-NB-CONSERVES
           IF WS-NOTES-PRESENT-OUI
               DISPLAY "  Notes par matiere archivees  : "
                       WS-NB-NOTES-ARCHIVEES
               DISPLAY "  Notes deja presentes         : "
                       WS-NB-NOTES-DEJA
               DISPLAY "  Notes conservees (notes.dat) : "
                       WS-NB-NOTES-CONSERVEES
           ELSE
               DISPLAY "  Pas de notes.dat : aucune note par matiere "
                       "a archiver."
           END-IF

           STOP RUN.

                       F-ARCHIVE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    Pas de suppression dans histo.dat sans sa piste d'audit.
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
               DISPLAY "Piste d'audit audithisto.txt indisponible, "
                       "statut " F-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       7510-OUVRIR-FICHIERS-FIN.
           EXIT.
                       F-ARCHIVE-STATUS " : archivage arrete."
               CLOSE F-HISTO
               CLOSE F-ARCHIVE
               CLOSE F-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    L'image avant est prise avant la suppression.
           MOVE WS-DATE-EXECUTION       TO AUD-DATE
           MOVE WS-HEURE-EXECUTION(1:6) TO AUD-HEURE
           MOVE WS-OPERATEUR            TO AUD-OPERATEUR
           MOVE "BULLARCH"              TO AUD-PROGRAMME
           MOVE 'A'                     TO AUD-MODE
           MOVE 'S'                     TO AUD-OPERATION
           MOVE HISTO-CLE               TO AUD-CLE
           MOVE REC-HISTO               TO AUD-AVANT
           MOVE SPACES                  TO AUD-APRES

           DELETE F-HISTO RECORD
               INVALID KEY
                   DISPLAY "Suppression refusee dans histo.dat, "
                           "statut " F-HISTO-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   WRITE REC-AUDIT
           END-DELETE.
       7530-ARCHIVER-ENREG-FIN.
           EXIT.

      ******************************************************************
      *    Meme bascule pour les notes par matiere : ouvre notes.dat
      *    et archnotes.dat (cree au besoin), puis parcourt notes.dat
      *    dans l'ordre de la cle. Un notes.dat absent (historique
      *    anterieur aux notes par matiere) n'arrete pas la cloture.
      ******************************************************************
       7540-ARCHIVER-NOTES-DEB.
           OPEN I-O F-NOTES
           IF F-NOTES-STATUS-NOFILE
               GO TO 7540-ARCHIVER-NOTES-FIN
           END-IF
           IF NOT F-NOTES-STATUS-OK
               DISPLAY "Ouverture de notes.dat impossible, statut "
                       F-NOTES-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 7540-ARCHIVER-NOTES-FIN
           END-IF

           OPEN I-O F-ARCH-NOTES
           IF F-ARCH-NOTES-STATUS-NOFILE
               OPEN OUTPUT F-ARCH-NOTES
               CLOSE F-ARCH-NOTES
               OPEN I-O F-ARCH-NOTES
           END-IF
           IF NOT F-ARCH-NOTES-STATUS-OK
               DISPLAY "Ouverture de archnotes.dat impossible, statut "
                       F-ARCH-NOTES-STATUS
               CLOSE F-NOTES
               MOVE 8 TO RETURN-CODE
               GO TO 7540-ARCHIVER-NOTES-FIN
           END-IF
           MOVE 'O' TO WS-NOTES-PRESENT

           MOVE 0 TO NOTE-CODE-ELEVE
           MOVE 0 TO NOTE-ANNEE
           MOVE 0 TO NOTE-TRIMESTRE
           MOVE 0 TO NOTE-CODE-MATIERE
           START F-NOTES KEY IS >= NOTE-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-NOTES
           END-START
           PERFORM UNTIL WS-FIN-NOTES-OUI
               READ F-NOTES NEXT
                   AT END
                       MOVE 'O' TO WS-FIN-NOTES
                   NOT AT END
                       IF NOTE-ANNEE = WS-ANNEE-A-ARCHIVER
                           PERFORM 7550-ARCHIVER-NOTE-DEB
                              THRU 7550-ARCHIVER-NOTE-FIN
                       ELSE
                           ADD 1 TO WS-NB-NOTES-CONSERVEES
                       END-IF
               END-READ
           END-PERFORM.
       7540-ARCHIVER-NOTES-FIN.
           EXIT.

      ******************************************************************
      *    Recopie la note courante dans archnotes.dat (en ecrasant
      *    un eventuel doublon d'une execution interrompue) et la
      *    supprime de notes.dat.
      ******************************************************************
       7550-ARCHIVER-NOTE-DEB.
           MOVE NOTE-CODE-ELEVE      TO ANOT-CODE-ELEVE
           MOVE NOTE-ANNEE           TO ANOT-ANNEE
           MOVE NOTE-TRIMESTRE       TO ANOT-TRIMESTRE
           MOVE NOTE-CODE-MATIERE    TO ANOT-CODE-MATIERE
           MOVE NOTE-CLASSE          TO ANOT-CLASSE
           MOVE NOTE-LIBELLE         TO ANOT-LIBELLE
           MOVE NOTE-COEF            TO ANOT-COEF
           MOVE NOTE-NOTE            TO ANOT-NOTE
           MOVE NOTE-STATUT          TO ANOT-STATUT

           WRITE REC-ARCH-NOTE
           IF F-ARCH-NOTES-STATUS-DUP
               REWRITE REC-ARCH-NOTE
               ADD 1 TO WS-NB-NOTES-DEJA
           ELSE
               ADD 1 TO WS-NB-NOTES-ARCHIVEES
           END-IF
           IF NOT F-ARCH-NOTES-STATUS-OK
               DISPLAY "Ecriture dans archnotes.dat refusee, statut "
                       F-ARCH-NOTES-STATUS " : archivage arrete."
               CLOSE F-HISTO
               CLOSE F-ARCHIVE
               CLOSE F-AUDIT
               CLOSE F-NOTES
               CLOSE F-ARCH-NOTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DELETE F-NOTES RECORD
               INVALID KEY
                   DISPLAY "Suppression refusee dans notes.dat, "
                           "statut " F-NOTES-STATUS
                   MOVE 8 TO RETURN-CODE
           END-DELETE.
       7550-ARCHIVER-NOTE-FIN.
           EXIT.
