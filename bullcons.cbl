      ******************************************************************
      *    Tenue du fichier des decisions du conseil de classe
      *    (decisions.dat).
      *
      *    Un enregistrement par eleve (numero permanent du fichier
      *    maitre) et par annee scolaire porte :
      *      - la distinction accordee a chaque trimestre :
      *        FE felicitations, CO compliments, EN encouragements,
      *        AT avertissement travail, AC avertissement conduite ;
      *      - la decision de fin d'annee : P passage, R redoublement,
      *        D depart de l'etablissement ;
      *      - l'appel de la famille et son issue.
      *    BULLTIN edite la distinction du trimestre sur le bulletin,
      *    ELEVMNT P applique la decision finale (issue de l'appel
      *    s'il y en a eu un) au passage de classes.
      *
      *    Le programme s'invoque avec une action et ses parametres
      *    en ligne de commande, comme ELEVMNT et BULLPER :
      *      BULLCONS D numero annee trimestre code
      *                                  distinction du trimestre
      *                                  (AU pour l'effacer)
      *      BULLCONS F numero annee decision
      *                                  decision de fin d'annee
      *      BULLCONS A numero annee     appel de la famille
      *      BULLCONS J numero annee issue
      *                                  issue de l'appel (P, R, D)
      *      BULLCONS L annee [classe]   liste des decisions
      *    La date et l'operateur (variable d'environnement
      *    ELEVMNT_OPERATEUR) de la derniere mise a jour sont gardes
      *    sur l'enregistrement. Une fois la decision appliquee par
      *    ELEVMNT P (DEC-APPLIQUEE), decision, appel et issue ne se
      *    modifient plus : la classe de l'eleve a deja change.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULLCONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DECISIONS
               ASSIGN TO 'decisions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEC-CLE
               FILE STATUS IS F-DECISIONS-STATUS.

      *    Fichier maitre des eleves, tenu par ELEVMNT : l'eleve doit
      *    y exister, et sa classe est reprise sur la decision.
           SELECT F-ELEVES
               ASSIGN TO 'eleves.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELV-NUMERO
               ALTERNATE RECORD KEY IS ELV-IDENTITE
               FILE STATUS IS F-ELEVES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-DECISIONS.

       01 REC-DECISION.
          05 DEC-CLE.
             10 DEC-CODE-ELEVE      PIC 9(04).
             10 DEC-ANNEE           PIC 9(04).
          05 DEC-CLASSE             PIC X(05).
          05 DEC-DISTINCTION-T OCCURS 3 TIMES PIC X(02).
          05 DEC-DECISION           PIC X(01).
             88 DEC-SANS-DECISION   VALUE ' '.
             88 DEC-PASSAGE         VALUE 'P'.
             88 DEC-REDOUBLEMENT    VALUE 'R'.
             88 DEC-DEPART          VALUE 'D'.
          05 DEC-APPEL              PIC X(01).
             88 DEC-SANS-APPEL      VALUE ' '.
             88 DEC-APPEL-EN-COURS  VALUE 'E'.
             88 DEC-APPEL-JUGE      VALUE 'J'.
          05 DEC-ISSUE-APPEL        PIC X(01).
          05 DEC-APPLIQUEE          PIC X(01).
             88 DEC-APPLIQUEE-OUI   VALUE 'O'.
          05 DEC-DATE-MAJ           PIC 9(08).
          05 DEC-OPERATEUR          PIC X(10).

       FD F-ELEVES.

       01 REC-ELEVE.
          05 ELV-NUMERO             PIC 9(04).
          05 ELV-IDENTITE.
             10 ELV-NOM             PIC X(10).
             10 ELV-PRENOM          PIC X(10).
             10 ELV-CLASSE          PIC X(05).
          05 ELV-AGE                PIC 9(02).
          05 ELV-STATUT             PIC X(01).
             88 ELV-STATUT-ACTIF    VALUE 'A'.
             88 ELV-STATUT-RADIE    VALUE 'R'.
          05 ELV-RESPONSABLE        PIC X(25).
          05 ELV-ADRESSE            PIC X(30).
          05 ELV-CODE-POSTAL        PIC X(05).
          05 ELV-VILLE              PIC X(20).

       WORKING-STORAGE SECTION.

       01  F-DECISIONS-STATUS  PIC X(02) VALUE SPACE.
           88 F-DECISIONS-STATUS-OK      VALUE '00'.
           88 F-DECISIONS-STATUS-EOF     VALUE '10'.
           88 F-DECISIONS-STATUS-INTROUV VALUE '23'.
           88 F-DECISIONS-STATUS-NOFILE  VALUE '35'.

       01  F-ELEVES-STATUS     PIC X(02) VALUE SPACE.
           88 F-ELEVES-STATUS-OK      VALUE '00'.
           88 F-ELEVES-STATUS-INTROUV VALUE '23'.
           88 F-ELEVES-STATUS-NOFILE  VALUE '35'.

       01 WS-ACTION                  PIC X VALUE SPACE.
           88 WS-ACTION-DISTINCTION  VALUE 'D'.
           88 WS-ACTION-FINALE       VALUE 'F'.
           88 WS-ACTION-APPEL        VALUE 'A'.
           88 WS-ACTION-ISSUE        VALUE 'J'.
           88 WS-ACTION-LISTER       VALUE 'L'.

       01 WS-ARG-NUM                 PIC 9(02) VALUE 0.
       01 WS-ARG-NUMERO              PIC 9(04) VALUE 0.
       01 WS-ARG-ANNEE               PIC 9(04) VALUE 0.
       01 WS-ARG-TRIMESTRE           PIC 9(01) VALUE 0.
       01 WS-ARG-CLASSE              PIC X(05) VALUE SPACES.
       01 WS-ARG-CODE                PIC X(02) VALUE SPACES.
           88 WS-CODE-DISTINCTION    VALUE "FE" "CO" "EN" "AT" "AC".
           88 WS-CODE-AUCUNE         VALUE "AU".
       01 WS-ARG-DECISION            PIC X(01) VALUE SPACE.
           88 WS-DECISION-VALIDE     VALUE 'P' 'R' 'D'.

       01 WS-DATE-EXECUTION          PIC 9(08) VALUE 0.
       01 WS-OPERATEUR               PIC X(10) VALUE SPACES.

      *  Enregistrement existant (mise a jour) ou a creer
       01 WS-DEC-EXISTE              PIC X VALUE 'N'.
           88 WS-DEC-EXISTE-OUI      VALUE 'O'.

      *  Liste (8150)
       01 WS-FIN-DECISIONS           PIC X VALUE 'N'.
           88 WS-FIN-DECISIONS-OUI   VALUE 'O'.
       01 WS-NB-LISTES               PIC 9(04) VALUE 0.
       01 WS-LIB-DECISION            PIC X(12) VALUE SPACES.
       01 WS-LIB-APPEL               PIC X(12) VALUE SPACES.
       01 WS-LIB-ISSUE               PIC X(12) VALUE SPACES.
       01 WS-LIB-CODE                PIC X(01) VALUE SPACE.
       01 WS-LIB-RESULTAT            PIC X(12) VALUE SPACES.

      ******************************************************************
      ******************************************************************

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-EXECUTION FROM DATE YYYYMMDD

      *    Meme operateur que les mouvements du fichier maitre.
           DISPLAY "ELEVMNT_OPERATEUR" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-OPERATEUR = SPACES
               MOVE "INCONNU" TO WS-OPERATEUR
           END-IF

           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           EVALUATE TRUE
             WHEN WS-ACTION-DISTINCTION
                 PERFORM 8110-DISTINCTION-DEB
                    THRU 8110-DISTINCTION-FIN
             WHEN WS-ACTION-FINALE
                 PERFORM 8120-DECISION-FINALE-DEB
                    THRU 8120-DECISION-FINALE-FIN
             WHEN WS-ACTION-APPEL
                 PERFORM 8130-APPEL-DEB
                    THRU 8130-APPEL-FIN
             WHEN WS-ACTION-ISSUE
                 PERFORM 8140-ISSUE-APPEL-DEB
                    THRU 8140-ISSUE-APPEL-FIN
             WHEN WS-ACTION-LISTER
                 PERFORM 8150-LISTER-DEB
                    THRU 8150-LISTER-FIN
             WHEN OTHER
                 DISPLAY "Action inconnue : D (distinction), "
                         "F (decision finale), A (appel), "
                         "J (issue de l'appel), L (lister)."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      ******************************************************************
      *    Ouvre decisions.dat en mise a jour, en le creant s'il
      *    n'existe pas encore (meme tour de main qu'ELEVMNT pour
      *    eleves.dat).
      ******************************************************************
       8105-OUVRIR-DECISIONS-DEB.
           OPEN I-O F-DECISIONS
           IF F-DECISIONS-STATUS-NOFILE
               OPEN OUTPUT F-DECISIONS
               CLOSE F-DECISIONS
               OPEN I-O F-DECISIONS
           END-IF
           IF NOT F-DECISIONS-STATUS-OK
               DISPLAY "Ouverture de decisions.dat impossible, statut "
                       F-DECISIONS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       8105-OUVRIR-DECISIONS-FIN.
           EXIT.

      ******************************************************************
      *    Lit les parametres numero et annee (positions 2 et 3)
      *    communs aux actions D, F, A et J, verifie l'eleve dans le
      *    fichier maitre puis lit sa decision de l'annee. Une
      *    decision absente est preparee a blanc, classe de l'eleve
      *    reprise du fichier maitre.
      ******************************************************************
       8106-LIRE-ELEVE-ANNEE-DEB.
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-NUMERO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE 3 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-NUMERO = 0 OR WS-ARG-ANNEE = 0
               DISPLAY "Parametres attendus : numero d'eleve et annee "
                       "(annee civile de la rentree)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT F-ELEVES
           IF NOT F-ELEVES-STATUS-OK
               DISPLAY "Fichier maitre eleves.dat indisponible "
                       "(statut " F-ELEVES-STATUS
                       ") : executer ELEVMNT d'abord."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG-NUMERO TO ELV-NUMERO
           READ F-ELEVES
               INVALID KEY
                   DISPLAY "Aucun eleve sous le numero " WS-ARG-NUMERO
                   MOVE 8 TO RETURN-CODE
                   CLOSE F-ELEVES
                   STOP RUN
           END-READ
           CLOSE F-ELEVES

           PERFORM 8105-OUVRIR-DECISIONS-DEB
              THRU 8105-OUVRIR-DECISIONS-FIN
           MOVE WS-ARG-NUMERO TO DEC-CODE-ELEVE
           MOVE WS-ARG-ANNEE  TO DEC-ANNEE
           READ F-DECISIONS
               INVALID KEY
                   MOVE 'N' TO WS-DEC-EXISTE
                   MOVE SPACES TO DEC-DISTINCTION-T(1)
                                  DEC-DISTINCTION-T(2)
                                  DEC-DISTINCTION-T(3)
                   MOVE SPACE  TO DEC-DECISION
                   MOVE SPACE  TO DEC-APPEL
                   MOVE SPACE  TO DEC-ISSUE-APPEL
                   MOVE SPACE  TO DEC-APPLIQUEE
                   MOVE ELV-CLASSE TO DEC-CLASSE
               NOT INVALID KEY
                   MOVE 'O' TO WS-DEC-EXISTE
           END-READ.
       8106-LIRE-ELEVE-ANNEE-FIN.
           EXIT.

      ******************************************************************
      *    Ecrit (creation) ou reecrit (mise a jour) la decision
      *    courante avec la date et l'operateur de l'execution.
      ******************************************************************
       8107-ENREGISTRER-DEB.
           MOVE WS-DATE-EXECUTION TO DEC-DATE-MAJ
           MOVE WS-OPERATEUR      TO DEC-OPERATEUR
           IF WS-DEC-EXISTE-OUI
               REWRITE REC-DECISION
                   INVALID KEY
                       DISPLAY "Mise a jour refusee, statut "
                               F-DECISIONS-STATUS
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE REC-DECISION
                   INVALID KEY
                       DISPLAY "Ecriture refusee, statut "
                               F-DECISIONS-STATUS
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF.
       8107-ENREGISTRER-FIN.
           EXIT.

      ******************************************************************
      *    Refuse de toucher a la decision de fin d'annee, a l'appel
      *    ou a son issue quand ELEVMNT P l'a deja appliquee au
      *    fichier maitre.
      ******************************************************************
       8108-CONTROLE-APPLIQUEE-DEB.
           IF DEC-APPLIQUEE-OUI
               DISPLAY "Eleve " WS-ARG-NUMERO " annee " WS-ARG-ANNEE
                       " : decision deja appliquee au passage de "
                       "classes, modification refusee."
               MOVE 8 TO RETURN-CODE
               CLOSE F-DECISIONS
               STOP RUN
           END-IF.
       8108-CONTROLE-APPLIQUEE-FIN.
           EXIT.

      ******************************************************************
      *    Distinction du trimestre : FE, CO, EN, AT ou AC, ou AU
      *    pour effacer une distinction portee par erreur.
      ******************************************************************
       8110-DISTINCTION-DEB.
           MOVE 4 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-TRIMESTRE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE 5 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-CODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-TRIMESTRE < 1 OR WS-ARG-TRIMESTRE > 3
              OR NOT (WS-CODE-DISTINCTION OR WS-CODE-AUCUNE)
               DISPLAY "Parametres attendus : numero annee trimestre "
                       "(1 a 3) code (FE, CO, EN, AT, AC ou AU)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 8106-LIRE-ELEVE-ANNEE-DEB
              THRU 8106-LIRE-ELEVE-ANNEE-FIN

           IF WS-CODE-AUCUNE
               MOVE SPACES TO DEC-DISTINCTION-T(WS-ARG-TRIMESTRE)
           ELSE
               MOVE WS-ARG-CODE TO DEC-DISTINCTION-T(WS-ARG-TRIMESTRE)
           END-IF
           PERFORM 8107-ENREGISTRER-DEB
              THRU 8107-ENREGISTRER-FIN
           CLOSE F-DECISIONS
           IF RETURN-CODE = 0
               DISPLAY "Eleve " WS-ARG-NUMERO " annee " WS-ARG-ANNEE
                       " trimestre " WS-ARG-TRIMESTRE
                       " : distinction " WS-ARG-CODE " enregistree."
           END-IF.
       8110-DISTINCTION-FIN.
           EXIT.

      ******************************************************************
      *    Decision de fin d'annee (P, R ou D). Une decision frappee
      *    d'appel ne se modifie plus par cette action : c'est
      *    l'issue de l'appel (action J) qui fait foi.
      ******************************************************************
       8120-DECISION-FINALE-DEB.
           MOVE 4 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-DECISION FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF NOT WS-DECISION-VALIDE
               DISPLAY "Parametres attendus : numero annee decision "
                       "(P passage, R redoublement, D depart)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 8106-LIRE-ELEVE-ANNEE-DEB
              THRU 8106-LIRE-ELEVE-ANNEE-FIN
           PERFORM 8108-CONTROLE-APPLIQUEE-DEB
              THRU 8108-CONTROLE-APPLIQUEE-FIN

           IF NOT DEC-SANS-APPEL
               DISPLAY "Eleve " WS-ARG-NUMERO " annee " WS-ARG-ANNEE
                       " : decision frappee d'appel, saisir l'issue "
                       "de l'appel (action J)."
               MOVE 8 TO RETURN-CODE
               CLOSE F-DECISIONS
               GO TO 8120-DECISION-FINALE-FIN
           END-IF

           MOVE WS-ARG-DECISION TO DEC-DECISION
           PERFORM 8107-ENREGISTRER-DEB
              THRU 8107-ENREGISTRER-FIN
           CLOSE F-DECISIONS
           IF RETURN-CODE = 0
               DISPLAY "Eleve " WS-ARG-NUMERO " annee " WS-ARG-ANNEE
                       " : decision " WS-ARG-DECISION " enregistree."
           END-IF.
       8120-DECISION-FINALE-FIN.
           EXIT.

      ******************************************************************
      *    Appel de la famille contre la decision de fin d'annee :
      *    tant que l'issue n'est pas saisie, ELEVMNT P bloque
      *    l'eleve.
      ******************************************************************
       8130-APPEL-DEB.
           PERFORM 8106-LIRE-ELEVE-ANNEE-DEB
              THRU 8106-LIRE-ELEVE-ANNEE-FIN
           PERFORM 8108-CONTROLE-APPLIQUEE-DEB
              THRU 8108-CONTROLE-APPLIQUEE-FIN

           IF DEC-SANS-DECISION
               DISPLAY "Eleve " WS-ARG-NUMERO " annee " WS-ARG-ANNEE
                       " : aucune decision de fin d'annee a contester."
               MOVE 8 TO RETURN-CODE
               CLOSE F-DECISIONS
               GO TO 8130-APPEL-FIN
           END-IF
           IF NOT DEC-SANS-APPEL
               DISPLAY "Eleve " WS-ARG-NUMERO " annee " WS-ARG-ANNEE
                       " : appel deja enregistre."
               MOVE 4 TO RETURN-CODE
               CLOSE F-DECISIONS
               GO TO 8130-APPEL-FIN
           END-IF

           MOVE 'E'   TO DEC-APPEL
           MOVE SPACE TO DEC-ISSUE-APPEL
           PERFORM 8107-ENREGISTRER-DEB
              THRU 8107-ENREGISTRER-FIN
           CLOSE F-DECISIONS
           IF RETURN-CODE = 0
               DISPLAY "Eleve " WS-ARG-NUMERO " annee " WS-ARG-ANNEE
                       " : appel de la famille enregistre."
           END-IF.
       8130-APPEL-FIN.
           EXIT.

      ******************************************************************
      *    Issue de l'appel (P, R ou D) : elle remplace, pour le
      *    passage de classes, la decision du conseil, qui reste
      *    lisible sur l'enregistrement.
      ******************************************************************
       8140-ISSUE-APPEL-DEB.
           MOVE 4 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-DECISION FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF NOT WS-DECISION-VALIDE
               DISPLAY "Parametres attendus : numero annee issue "
                       "(P passage, R redoublement, D depart)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 8106-LIRE-ELEVE-ANNEE-DEB
              THRU 8106-LIRE-ELEVE-ANNEE-FIN
           PERFORM 8108-CONTROLE-APPLIQUEE-DEB
              THRU 8108-CONTROLE-APPLIQUEE-FIN

           IF DEC-SANS-APPEL
               DISPLAY "Eleve " WS-ARG-NUMERO " annee " WS-ARG-ANNEE
                       " : aucun appel enregistre (action A)."
               MOVE 8 TO RETURN-CODE
               CLOSE F-DECISIONS
               GO TO 8140-ISSUE-APPEL-FIN
           END-IF

           MOVE 'J'             TO DEC-APPEL
           MOVE WS-ARG-DECISION TO DEC-ISSUE-APPEL
           PERFORM 8107-ENREGISTRER-DEB
              THRU 8107-ENREGISTRER-FIN
           CLOSE F-DECISIONS
           IF RETURN-CODE = 0
               DISPLAY "Eleve " WS-ARG-NUMERO " annee " WS-ARG-ANNEE
                       " : issue de l'appel " WS-ARG-DECISION
                       " enregistree."
           END-IF.
       8140-ISSUE-APPEL-FIN.
           EXIT.

      ******************************************************************
      *    Liste des decisions d'une annee, eventuellement d'une
      *    seule classe, dans l'ordre des numeros d'eleve.
      ******************************************************************
       8150-LISTER-DEB.
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE 3 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-CLASSE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-ANNEE = 0
               DISPLAY "Parametre attendu : annee [classe]."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT F-DECISIONS
           IF F-DECISIONS-STATUS-NOFILE
               DISPLAY "Aucune decision enregistree (decisions.dat "
                       "absent)."
               GO TO 8150-LISTER-FIN
           END-IF
           IF NOT F-DECISIONS-STATUS-OK
               DISPLAY "Fichier decisions.dat indisponible, statut "
                       F-DECISIONS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "NUMERO CLASSE T1 T2 T3 DECISION     APPEL"
                   "        ISSUE        APPLIQUEE"
           MOVE 0 TO WS-NB-LISTES
           MOVE 'N' TO WS-FIN-DECISIONS
           MOVE 0 TO DEC-CODE-ELEVE
           MOVE 0 TO DEC-ANNEE
           START F-DECISIONS KEY IS >= DEC-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-DECISIONS
           END-START
           PERFORM UNTIL WS-FIN-DECISIONS-OUI
               READ F-DECISIONS NEXT
                   AT END
                       MOVE 'O' TO WS-FIN-DECISIONS
                   NOT AT END
                       IF DEC-ANNEE = WS-ARG-ANNEE
                          AND (WS-ARG-CLASSE = SPACES
                               OR DEC-CLASSE = WS-ARG-CLASSE)
                           PERFORM 8155-LIGNE-LISTE-DEB
                              THRU 8155-LIGNE-LISTE-FIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-DECISIONS
           DISPLAY "Decisions listees : " WS-NB-LISTES.
       8150-LISTER-FIN.
           EXIT.

      ******************************************************************
      *    Affiche la decision courante en clair.
      ******************************************************************
       8155-LIGNE-LISTE-DEB.
           MOVE DEC-DECISION TO WS-LIB-CODE
           PERFORM 8156-LIBELLE-DECISION-DEB
              THRU 8156-LIBELLE-DECISION-FIN
           MOVE WS-LIB-RESULTAT TO WS-LIB-DECISION
           EVALUATE TRUE
             WHEN DEC-APPEL-EN-COURS
                 MOVE "en cours" TO WS-LIB-APPEL
             WHEN DEC-APPEL-JUGE
                 MOVE "juge"     TO WS-LIB-APPEL
             WHEN OTHER
                 MOVE SPACES     TO WS-LIB-APPEL
           END-EVALUATE
           MOVE DEC-ISSUE-APPEL TO WS-LIB-CODE
           PERFORM 8156-LIBELLE-DECISION-DEB
              THRU 8156-LIBELLE-DECISION-FIN
           MOVE WS-LIB-RESULTAT TO WS-LIB-ISSUE
           DISPLAY DEC-CODE-ELEVE "   " DEC-CLASSE "  "
                   DEC-DISTINCTION-T(1) " "
                   DEC-DISTINCTION-T(2) " "
                   DEC-DISTINCTION-T(3) " "
                   WS-LIB-DECISION " " WS-LIB-APPEL " " WS-LIB-ISSUE
                   " " DEC-APPLIQUEE
           ADD 1 TO WS-NB-LISTES.
       8155-LIGNE-LISTE-FIN.
           EXIT.

      ******************************************************************
      *    Libelle en clair du code de decision WS-LIB-CODE, rendu
      *    dans WS-LIB-RESULTAT.
      ******************************************************************
       8156-LIBELLE-DECISION-DEB.
           EVALUATE WS-LIB-CODE
             WHEN 'P'
                 MOVE "passage"     TO WS-LIB-RESULTAT
             WHEN 'R'
                 MOVE "redoublement" TO WS-LIB-RESULTAT
             WHEN 'D'
                 MOVE "depart"      TO WS-LIB-RESULTAT
             WHEN OTHER
                 MOVE SPACES        TO WS-LIB-RESULTAT
           END-EVALUATE.
       8156-LIBELLE-DECISION-FIN.
           EXIT.
