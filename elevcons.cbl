      *    une famille qui reclame un releve. Les annees deja
      *    archivees par BULLARCH (archive.dat) sont relues aussi,
      *    pour ressortir le parcours complet sur plusieurs annees.
      *    Sous chaque annee, le releve detaille les notes par
      *    matiere (archnotes.dat puis notes.dat) avec la moyenne
      *    annuelle de chaque matiere.
      *
      *    Le programme s'invoque comme la recherche de BULLTIN :
      *      ELEVCONS C numero              par numero permanent
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

           SELECT F-RELEVE
               ASSIGN TO 'releve.txt'
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD F-RELEVE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
           88 F-ARCHIVE-STATUS-EOF    VALUE '10'.
           88 F-ARCHIVE-STATUS-NOFILE VALUE '35'.

       01  F-NOTES-STATUS      PIC X(02) VALUE SPACE.
           88 F-NOTES-STATUS-OK       VALUE '00'.
           88 F-NOTES-STATUS-NOFILE   VALUE '35'.

       01  F-ARCH-NOTES-STATUS PIC X(02) VALUE SPACE.
           88 F-ARCH-NOTES-STATUS-OK     VALUE '00'.
           88 F-ARCH-NOTES-STATUS-NOFILE VALUE '35'.

       01  F-RELEVE-STATUS     PIC X(02) VALUE SPACE.
           88 F-RELEVE-STATUS-OK      VALUE '00'.

           88 WS-FIN-HISTO-OUI       VALUE 'O'.
       01 WS-FIN-ARCHIVE             PIC X VALUE 'N'.
           88 WS-FIN-ARCHIVE-OUI     VALUE 'O'.
       01 WS-FIN-NOTES               PIC X VALUE 'N'.
           88 WS-FIN-NOTES-OUI       VALUE 'O'.
       01 WS-FIN-ARCH-NOTES          PIC X VALUE 'N'.
           88 WS-FIN-ARCH-NOTES-OUI  VALUE 'O'.

      *  Parcours de l'eleve, une entree par annee scolaire
      *  rencontree dans les archives puis dans l'historique (10
           88 WS-PARC-TROUVE-OUI     VALUE 'O'.
       01 WS-IDX-TRIM                PIC 9(01) VALUE 0.

      *  Notes par matiere de l'eleve, une entree par annee et par
      *  matiere (200 entrees : 10 annees de 20 matieres).
       01 WS-NB-NOTES-PARC           PIC 9(03) COMP VALUE 0.
       01 TABLE-NOTES-PARC.
          05 NOTES-PARC-ENT OCCURS 200 TIMES.
             10 WS-NP-ANNEE          PIC 9(04).
             10 WS-NP-CODE-MATIERE   PIC 9(02).
             10 WS-NP-LIBELLE        PIC X(25).
             10 WS-NP-NOTE-T    OCCURS 3 TIMES PIC 99V99.
      *  'O' note saisie, 'S' statut ABS/DISP/NN, 'N' rien
             10 WS-NP-SAISI-T   OCCURS 3 TIMES PIC X(01).
             10 WS-NP-STATUT-T  OCCURS 3 TIMES PIC X(04).
       01 WS-IDX-NP                  PIC 9(03) COMP VALUE 0.
       01 WS-NP-TROUVE               PIC X VALUE 'N'.
           88 WS-NP-TROUVE-OUI       VALUE 'O'.
       01 WS-NP-SOMME                PIC 9(03)V99 VALUE 0.
       01 WS-NP-NB-TRIM              PIC 9(01) VALUE 0.
       01 WS-NP-MOYENNE              PIC 99V99 VALUE 0.
       01 WS-EDIT-AN                 PIC X(05) VALUE SPACES.

       01 WS-TENDANCE                PIC X(20) VALUE SPACES.

      *  Zones d'edition du releve
           PERFORM 9040-LIRE-HISTO-DEB
              THRU 9040-LIRE-HISTO-FIN

           PERFORM 9037-LIRE-ARCH-NOTES-DEB
              THRU 9037-LIRE-ARCH-NOTES-FIN

           PERFORM 9042-LIRE-NOTES-DEB
              THRU 9042-LIRE-NOTES-FIN

           PERFORM 9050-EDITER-RELEVE-DEB
              THRU 9050-EDITER-RELEVE-FIN

       9035-RANGER-ARCHIVE-FIN.
           EXIT.

      ******************************************************************
      *    Releve dans archnotes.dat (s'il existe) les notes par
      *    matiere des annees archivees, recopiees dans les zones
      *    NOTE-* pour etre rangees par 9047 comme les notes vives.
      ******************************************************************
       9037-LIRE-ARCH-NOTES-DEB.
           OPEN INPUT F-ARCH-NOTES
           IF F-ARCH-NOTES-STATUS-NOFILE
               GO TO 9037-LIRE-ARCH-NOTES-FIN
           END-IF
           IF NOT F-ARCH-NOTES-STATUS-OK
               DISPLAY "Archives archnotes.dat indisponibles (statut "
                       F-ARCH-NOTES-STATUS "), releve sans les notes "
                       "par matiere archivees."
               GO TO 9037-LIRE-ARCH-NOTES-FIN
           END-IF

           MOVE ELV-NUMERO TO ANOT-CODE-ELEVE
           MOVE 0          TO ANOT-ANNEE
           MOVE 0          TO ANOT-TRIMESTRE
           MOVE 0          TO ANOT-CODE-MATIERE
           MOVE 'N'        TO WS-FIN-ARCH-NOTES
           START F-ARCH-NOTES KEY IS >= ANOT-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-ARCH-NOTES
           END-START
           PERFORM UNTIL WS-FIN-ARCH-NOTES-OUI
               READ F-ARCH-NOTES NEXT
                   AT END
                       MOVE 'O' TO WS-FIN-ARCH-NOTES
                   NOT AT END
                       IF ANOT-CODE-ELEVE NOT = ELV-NUMERO
                           MOVE 'O' TO WS-FIN-ARCH-NOTES
                       ELSE
                           MOVE ANOT-ANNEE        TO NOTE-ANNEE
                           MOVE ANOT-TRIMESTRE    TO NOTE-TRIMESTRE
                           MOVE ANOT-CODE-MATIERE TO NOTE-CODE-MATIERE
                           MOVE ANOT-LIBELLE      TO NOTE-LIBELLE
                           MOVE ANOT-NOTE         TO NOTE-NOTE
                           MOVE ANOT-STATUT       TO NOTE-STATUT
                           PERFORM 9047-RANGER-NOTE-DEB
                              THRU 9047-RANGER-NOTE-FIN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-ARCH-NOTES.
       9037-LIRE-ARCH-NOTES-FIN.
           EXIT.

      ******************************************************************
      *    Releve dans histo.dat (s'il existe) tous les trimestres
      *    encore vifs de l'eleve, a la suite des annees archivees.
       9045-RANGER-TRIMESTRE-FIN.
           EXIT.

      ******************************************************************
      *    Releve dans notes.dat (s'il existe) les notes par matiere
      *    encore vives de l'eleve, a la suite des notes archivees.
      ******************************************************************
       9042-LIRE-NOTES-DEB.
           OPEN INPUT F-NOTES
           IF F-NOTES-STATUS-NOFILE
               GO TO 9042-LIRE-NOTES-FIN
           END-IF
           IF NOT F-NOTES-STATUS-OK
               DISPLAY "Notes notes.dat indisponibles (statut "
                       F-NOTES-STATUS "), releve sans les notes par "
                       "matiere de l'annee en cours."
               GO TO 9042-LIRE-NOTES-FIN
           END-IF

           MOVE ELV-NUMERO TO NOTE-CODE-ELEVE
           MOVE 0          TO NOTE-ANNEE
           MOVE 0          TO NOTE-TRIMESTRE
           MOVE 0          TO NOTE-CODE-MATIERE
           MOVE 'N'        TO WS-FIN-NOTES
           START F-NOTES KEY IS >= NOTE-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-NOTES
           END-START
           PERFORM UNTIL WS-FIN-NOTES-OUI
               READ F-NOTES NEXT
                   AT END
                       MOVE 'O' TO WS-FIN-NOTES
                   NOT AT END
                       IF NOTE-CODE-ELEVE NOT = ELV-NUMERO
                           MOVE 'O' TO WS-FIN-NOTES
                       ELSE
                           PERFORM 9047-RANGER-NOTE-DEB
                              THRU 9047-RANGER-NOTE-FIN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-NOTES.
       9042-LIRE-NOTES-FIN.
           EXIT.

      ******************************************************************
      *    Range la note courante (zones NOTE-*) dans l'entree de
      *    TABLE-NOTES-PARC de son annee et de sa matiere, creee au
      *    besoin.
      ******************************************************************
       9047-RANGER-NOTE-DEB.
           MOVE 'N' TO WS-NP-TROUVE
           PERFORM VARYING WS-IDX-NP FROM 1 BY 1
                 UNTIL WS-IDX-NP > WS-NB-NOTES-PARC
                    OR WS-NP-TROUVE-OUI
               IF WS-NP-ANNEE(WS-IDX-NP) = NOTE-ANNEE
                  AND WS-NP-CODE-MATIERE(WS-IDX-NP) = NOTE-CODE-MATIERE
                   MOVE 'O' TO WS-NP-TROUVE
               END-IF
           END-PERFORM
           IF WS-NP-TROUVE-OUI
               SUBTRACT 1 FROM WS-IDX-NP
           ELSE
               IF WS-NB-NOTES-PARC >= 200
                   GO TO 9047-RANGER-NOTE-FIN
               END-IF
               ADD 1 TO WS-NB-NOTES-PARC
               MOVE WS-NB-NOTES-PARC  TO WS-IDX-NP
               MOVE NOTE-ANNEE        TO WS-NP-ANNEE(WS-IDX-NP)
               MOVE NOTE-CODE-MATIERE TO WS-NP-CODE-MATIERE(WS-IDX-NP)
               PERFORM VARYING WS-IDX-TRIM FROM 1 BY 1
                     UNTIL WS-IDX-TRIM > 3
                   MOVE 0   TO WS-NP-NOTE-T(WS-IDX-NP, WS-IDX-TRIM)
                   MOVE 'N' TO WS-NP-SAISI-T(WS-IDX-NP, WS-IDX-TRIM)
                   MOVE SPACES
                     TO WS-NP-STATUT-T(WS-IDX-NP, WS-IDX-TRIM)
               END-PERFORM
           END-IF

           IF NOTE-TRIMESTRE >= 1 AND NOTE-TRIMESTRE <= 3
               MOVE NOTE-NOTE
                 TO WS-NP-NOTE-T(WS-IDX-NP, NOTE-TRIMESTRE)
               MOVE 'O'
                 TO WS-NP-SAISI-T(WS-IDX-NP, NOTE-TRIMESTRE)
               MOVE NOTE-STATUT
                 TO WS-NP-STATUT-T(WS-IDX-NP, NOTE-TRIMESTRE)
               IF NOTE-STATUT NOT = SPACES
                   MOVE 'S'
                     TO WS-NP-SAISI-T(WS-IDX-NP, NOTE-TRIMESTRE)
               END-IF
      *        Le libelle du dernier trimestre lu fait foi.
               MOVE NOTE-LIBELLE TO WS-NP-LIBELLE(WS-IDX-NP)
           END-IF.
       9047-RANGER-NOTE-FIN.
           EXIT.

      ******************************************************************
      *    Edite le releve : identite du fichier maitre, puis une
      *    ligne par annee scolaire avec les trois trimestres et la
                  "  " WS-TENDANCE
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           PERFORM 9055-ECRIRE-LIGNE-DEB
              THRU 9055-ECRIRE-LIGNE-FIN

           PERFORM VARYING WS-IDX-NP FROM 1 BY 1
                 UNTIL WS-IDX-NP > WS-NB-NOTES-PARC
               IF WS-NP-ANNEE(WS-IDX-NP) = WS-PARC-ANNEE(WS-IDX-PARC)
                   PERFORM 9070-LIGNE-MATIERE-DEB
                      THRU 9070-LIGNE-MATIERE-FIN
               END-IF
           END-PERFORM.
       9060-LIGNE-ANNEE-FIN.
           EXIT.

      ******************************************************************
      *    Ecrit, sous la ligne de l'annee, la ligne d'une matiere :
      *    note de chaque trimestre (--,-- si absente, ABS, DISP ou
      *    NN si statut) et moyenne annuelle de la matiere, moyenne
      *    simple des trimestres notes.
      ******************************************************************
       9070-LIGNE-MATIERE-DEB.
           MOVE 0 TO WS-NP-SOMME
           MOVE 0 TO WS-NP-NB-TRIM

           MOVE WS-NP-NOTE-T(WS-IDX-NP, 1) TO WS-EDIT-MOY
           IF WS-NP-SAISI-T(WS-IDX-NP, 1) = 'O'
               MOVE WS-EDIT-MOY TO WS-EDIT-T1
               ADD WS-NP-NOTE-T(WS-IDX-NP, 1) TO WS-NP-SOMME
               ADD 1 TO WS-NP-NB-TRIM
           ELSE
               IF WS-NP-SAISI-T(WS-IDX-NP, 1) = 'S'
                   MOVE WS-NP-STATUT-T(WS-IDX-NP, 1) TO WS-EDIT-T1
               ELSE
                   MOVE "--,--" TO WS-EDIT-T1
               END-IF
           END-IF
           MOVE WS-NP-NOTE-T(WS-IDX-NP, 2) TO WS-EDIT-MOY
           IF WS-NP-SAISI-T(WS-IDX-NP, 2) = 'O'
               MOVE WS-EDIT-MOY TO WS-EDIT-T2
               ADD WS-NP-NOTE-T(WS-IDX-NP, 2) TO WS-NP-SOMME
               ADD 1 TO WS-NP-NB-TRIM
           ELSE
               IF WS-NP-SAISI-T(WS-IDX-NP, 2) = 'S'
                   MOVE WS-NP-STATUT-T(WS-IDX-NP, 2) TO WS-EDIT-T2
               ELSE
                   MOVE "--,--" TO WS-EDIT-T2
               END-IF
           END-IF
           MOVE WS-NP-NOTE-T(WS-IDX-NP, 3) TO WS-EDIT-MOY
           IF WS-NP-SAISI-T(WS-IDX-NP, 3) = 'O'
               MOVE WS-EDIT-MOY TO WS-EDIT-T3
               ADD WS-NP-NOTE-T(WS-IDX-NP, 3) TO WS-NP-SOMME
               ADD 1 TO WS-NP-NB-TRIM
           ELSE
               IF WS-NP-SAISI-T(WS-IDX-NP, 3) = 'S'
                   MOVE WS-NP-STATUT-T(WS-IDX-NP, 3) TO WS-EDIT-T3
               ELSE
                   MOVE "--,--" TO WS-EDIT-T3
               END-IF
           END-IF

           IF WS-NP-NB-TRIM > 0
               COMPUTE WS-NP-MOYENNE ROUNDED =
                   WS-NP-SOMME / WS-NP-NB-TRIM
               MOVE WS-NP-MOYENNE TO WS-EDIT-MOY
               MOVE WS-EDIT-MOY TO WS-EDIT-AN
           ELSE
               MOVE "--,--" TO WS-EDIT-AN
           END-IF

           MOVE SPACES TO LIGNE-RELEVE
           STRING "     " WS-NP-CODE-MATIERE(WS-IDX-NP)
                  " " WS-NP-LIBELLE(WS-IDX-NP)
                  " " WS-EDIT-T1
                  "  " WS-EDIT-T2
                  "  " WS-EDIT-T3
                  "  annuelle " WS-EDIT-AN
                  DELIMITED BY SIZE INTO LIGNE-RELEVE
           PERFORM 9055-ECRIRE-LIGNE-DEB
              THRU 9055-ECRIRE-LIGNE-FIN.
       9070-LIGNE-MATIERE-FIN.
           EXIT.
