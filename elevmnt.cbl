      *      ELEVMNT L                         liste du fichier
      *      ELEVMNT B                         inscriptions en lot
      *                                        depuis inscrits.txt
      *      ELEVMNT P [annee]                 passage de classes
      *                                        selon les decisions
      *                                        du conseil et
      *                                        passage.txt
      *      ELEVMNT O numero matiere          inscription a une
      *                                        option
      *      ELEVMNT S numero matiere          retrait d'une option
      *      ELEVMNT C                         inscriptions et
      *                                        retraits d'options en
      *                                        lot depuis options.txt
      *
      *    Les options suivies par chaque eleve (langue vivante 2,
      *    latin, ...) sont tenues dans options.dat, sous le numero
      *    permanent : une matiere n'y est acceptee que si
      *    matieres.txt la declare option de la classe de l'eleve.
      *    BULLTIN n'accepte la note d'une option que pour un eleve
      *    inscrit.
      *
      *    Toute action qui modifie le fichier maitre ou les options
      *    (I, M, R, B, P, O, S, C) est tracee dans le journal des
      *    mouvements mouvements.txt : date, heure, operateur (variable
      *    d'environnement ELEVMNT_OPERATEUR), action, eleve. Un R
      *    passe par erreur se retrouve ainsi avant que BULLTIN ne
      *    rejette l'eleve en ELVRA. Le meme journal recoit l'action
      *    A d'ELEVPURG (anonymisation d'un eleve radie) et lui
      *    fournit les dates de radiation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEVMNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MOUVEMENTS-STATUS.

      *    Decisions du conseil de classe, tenues par BULLCONS
      *    (action P) : decision de fin d'annee et appel eventuel.
           SELECT F-DECISIONS
               ASSIGN TO 'decisions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEC-CLE
               FILE STATUS IS F-DECISIONS-STATUS.

      *    Options suivies par chaque eleve (actions O, S, C et
      *    liste L) : une cle par couple eleve + matiere.
           SELECT F-OPTIONS
               ASSIGN TO 'options.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPT-CLE
               FILE STATUS IS F-OPTIONS-STATUS.

      *    Referentiel des matieres de BULLTIN : seules les matieres
      *    declarees option d'une classe y sont retenues.
           SELECT F-MATIERES
               ASSIGN TO 'matieres.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MATIERES-STATUS.

      *    Inscriptions et retraits d'options en lot (action C) :
      *    numero d'eleve, code matiere, operation A (ajout) ou S
      *    (suppression), une ligne par option.
           SELECT F-LOT-OPTIONS
               ASSIGN TO 'options.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-LOT-OPTIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-ELEVES.
          05 MVT-CLASSE             PIC X(05).
          05 MVT-DETAIL             PIC X(20).

       FD F-DECISIONS.

       01 REC-DECISION.
          05 DEC-CLE.
             10 DEC-CODE-ELEVE      PIC 9(04).
             10 DEC-ANNEE           PIC 9(04).
          05 DEC-CLASSE             PIC X(05).
          05 DEC-DISTINCTION-T OCCURS 3 TIMES PIC X(02).
          05 DEC-DECISION           PIC X(01).
             88 DEC-SANS-DECISION   VALUE ' '.
          05 DEC-APPEL              PIC X(01).
             88 DEC-APPEL-EN-COURS  VALUE 'E'.
             88 DEC-APPEL-JUGE      VALUE 'J'.
          05 DEC-ISSUE-APPEL        PIC X(01).
          05 DEC-APPLIQUEE          PIC X(01).
             88 DEC-APPLIQUEE-OUI   VALUE 'O'.
          05 DEC-DATE-MAJ           PIC 9(08).
          05 DEC-OPERATEUR          PIC X(10).

       FD F-OPTIONS.

       01 REC-OPTION.
          05 OPT-CLE.
             10 OPT-CODE-ELEVE      PIC 9(04).
             10 OPT-CODE-MATIERE    PIC 9(02).
          05 OPT-DATE-MAJ           PIC 9(08).
          05 OPT-OPERATEUR          PIC X(10).

       FD F-MATIERES
           RECORD CONTAINS 61 CHARACTERS
           RECORDING MODE IS F.

       01 REC-MATIERE-REF.
          05 MREF-CODE              PIC 9(02).
          05 MREF-CLASSE            PIC X(05).
          05 MREF-LIBELLE           PIC X(25).
          05 MREF-COEF              PIC 9,9.
          05 MREF-PROF              PIC X(25).
          05 MREF-OPTION            PIC X(01).
             88 MREF-OPTION-OUI     VALUE 'O'.

       FD F-LOT-OPTIONS
           RECORD CONTAINS 7 CHARACTERS
           RECORDING MODE IS F.

       01 REC-LOT-OPTION.
          05 OLOT-NUMERO            PIC 9(04).
          05 OLOT-MATIERE           PIC 9(02).
          05 OLOT-OPERATION         PIC X(01).
             88 OLOT-OPERATION-VALIDE VALUE 'A' 'S'.

       WORKING-STORAGE SECTION.

       01  F-ELEVES-STATUS     PIC X(02) VALUE SPACE.
           88 WS-ACTION-LISTER       VALUE 'L'.
           88 WS-ACTION-LOT          VALUE 'B'.
           88 WS-ACTION-PROMOUVOIR   VALUE 'P'.
           88 WS-ACTION-OPTION       VALUE 'O'.
           88 WS-ACTION-RETRAIT      VALUE 'S'.
           88 WS-ACTION-OPTIONS-LOT  VALUE 'C'.

       01  F-INSCRITS-STATUS   PIC X(02) VALUE SPACE.
           88 F-INSCRITS-STATUS-OK     VALUE '00'.
           88 F-MOUVEMENTS-STATUS-OK     VALUE '00'.
           88 F-MOUVEMENTS-STATUS-NOFILE VALUE '35'.

       01  F-DECISIONS-STATUS  PIC X(02) VALUE SPACE.
           88 F-DECISIONS-STATUS-OK     VALUE '00'.
           88 F-DECISIONS-STATUS-NOFILE VALUE '35'.

       01  F-OPTIONS-STATUS    PIC X(02) VALUE SPACE.
           88 F-OPTIONS-STATUS-OK      VALUE '00'.
           88 F-OPTIONS-STATUS-DUPKEY  VALUE '22'.
           88 F-OPTIONS-STATUS-NOFILE  VALUE '35'.

       01  F-MATIERES-STATUS   PIC X(02) VALUE SPACE.
           88 F-MATIERES-STATUS-OK     VALUE '00'.
           88 F-MATIERES-STATUS-EOF    VALUE '10'.

       01  F-LOT-OPTIONS-STATUS PIC X(02) VALUE SPACE.
           88 F-LOT-OPTIONS-STATUS-OK     VALUE '00'.
           88 F-LOT-OPTIONS-STATUS-EOF    VALUE '10'.
           88 F-LOT-OPTIONS-STATUS-NOFILE VALUE '35'.

       01 WS-ARG-NUM                 PIC 9(02) VALUE 0.
       01 WS-ARG-NUMERO              PIC 9(04) VALUE 0.
       01 WS-ARG-NOM                 PIC X(10) VALUE SPACES.
      *  ELEVMNT_OPERATEUR, "INCONNU" a defaut), detail libre
      *  (classe d'origine d'une promotion, par exemple).
       01 WS-DATE-EXECUTION          PIC 9(08) VALUE 0.
       01 WS-DATE-EXECUTION-R REDEFINES WS-DATE-EXECUTION.
          05 WS-EXEC-AAAA            PIC 9(04).
          05 WS-EXEC-MM              PIC 9(02).
          05 WS-EXEC-JJ              PIC 9(02).
       01 WS-HEURE-EXECUTION         PIC 9(08) VALUE 0.
       01 WS-OPERATEUR               PIC X(10) VALUE SPACES.
       01 WS-MVT-DETAIL              PIC X(20) VALUE SPACES.
           88 WS-PAS-TROUVE-OUI      VALUE 'O'.
       01 WS-NB-PROMUS               PIC 9(04) VALUE 0.

      *  Decisions du conseil appliquees au passage (8075) : annee
      *  scolaire (annee civile de la rentree), decision retenue
      *  (issue de l'appel s'il a ete juge), compteurs du compte
      *  rendu.
       01 WS-ANNEE-DECISION          PIC 9(04) VALUE 0.
       01 WS-DECISION-RETENUE        PIC X(01) VALUE SPACE.
           88 WS-RETENU-PASSAGE      VALUE 'P'.
           88 WS-RETENU-REDOUBLEMENT VALUE 'R'.
           88 WS-RETENU-DEPART       VALUE 'D'.
       01 WS-NB-REDOUBLANTS          PIC 9(04) VALUE 0.
       01 WS-NB-DEPARTS              PIC 9(04) VALUE 0.
       01 WS-NB-BLOQUES              PIC 9(04) VALUE 0.
       01 WS-NB-DEJA-APPLIQUES       PIC 9(04) VALUE 0.
       01 WS-PROMOTION-REFUSEE       PIC X VALUE 'N'.
           88 WS-PROMOTION-REFUSEE-OUI VALUE 'O'.

      *  Options (8080-8086) : options declarees par classe dans
      *  matieres.txt, option a inscrire ou retirer (parametres ou
      *  ligne du lot), raison d'un refus, compteurs du lot et
      *  liste des options d'un eleve pour L.
       01 WS-ARG-MATIERE             PIC 9(02) VALUE 0.
       01 WS-NB-REF-OPTIONS          PIC 9(03) COMP VALUE 0.
       01 TABLE-REF-OPTIONS.
          05 REF-OPTION OCCURS 200 TIMES.
             10 WS-ROPT-CODE         PIC 9(02).
             10 WS-ROPT-CLASSE       PIC X(05).
       01 WS-IDX-ROPT                PIC 9(03) COMP VALUE 0.
       01 WS-ROPT-TROUVE             PIC X VALUE 'N'.
           88 WS-ROPT-TROUVE-OUI     VALUE 'O'.
       01 WS-OPT-NUMERO              PIC 9(04) VALUE 0.
       01 WS-OPT-MATIERE             PIC 9(02) VALUE 0.
       01 WS-OPT-OPERATION           PIC X VALUE SPACE.
           88 WS-OPT-AJOUT           VALUE 'A'.
           88 WS-OPT-RETRAIT         VALUE 'S'.
       01 WS-OPT-REFUS-SW            PIC X VALUE 'N'.
           88 WS-OPT-REFUS-OUI       VALUE 'O'.
       01 WS-OPT-RAISON              PIC X(43) VALUE SPACES.
       01 WS-NB-OPT-LUES             PIC 9(04) VALUE 0.
       01 WS-NB-OPT-AJOUTEES         PIC 9(04) VALUE 0.
       01 WS-NB-OPT-RETIREES         PIC 9(04) VALUE 0.
       01 WS-NB-OPT-REFUSEES         PIC 9(04) VALUE 0.
       01 WS-OPTIONS-OUVERT          PIC X VALUE 'N'.
           88 WS-OPTIONS-OUVERT-OUI  VALUE 'O'.
       01 WS-FIN-OPTIONS             PIC X VALUE 'N'.
           88 WS-FIN-OPTIONS-OUI     VALUE 'O'.
       01 WS-LISTE-OPTIONS           PIC X(60) VALUE SPACES.
       01 WS-LISTE-PTR               PIC 9(03) VALUE 1.

      ******************************************************************
      ******************************************************************

             WHEN WS-ACTION-PROMOUVOIR
                 PERFORM 8070-PROMOUVOIR-DEB
                    THRU 8070-PROMOUVOIR-FIN
             WHEN WS-ACTION-OPTION
             WHEN WS-ACTION-RETRAIT
                 PERFORM 8082-OPTION-DEB
                    THRU 8082-OPTION-FIN
             WHEN WS-ACTION-OPTIONS-LOT
                 PERFORM 8084-OPTIONS-LOT-DEB
                    THRU 8084-OPTIONS-LOT-FIN
             WHEN OTHER
                 DISPLAY "Action inconnue : I (inscrire), "
                         "M (modifier), R (radier), L (lister), "
                         "B (lot), P (passage de classes), "
                         "O (option), S (retrait d'option), "
                         "C (options en lot)."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE

           EXIT.

      ******************************************************************
      *    Liste le fichier maitre dans l'ordre des numeros, avec
      *    les codes des options suivies par chaque eleve (aucune
      *    tant que options.dat n'existe pas).
      ******************************************************************
       8040-LISTER-DEB.
           PERFORM 8005-OUVRIR-MAITRE-DEB
              THRU 8005-OUVRIR-MAITRE-FIN
           OPEN INPUT F-OPTIONS
           IF F-OPTIONS-STATUS-OK
               MOVE 'O' TO WS-OPTIONS-OUVERT
           END-IF

           DISPLAY "NUMERO NOM        PRENOM     CLASSE AGE STATUT "
                   "OPTIONS"
           MOVE 0 TO WS-NB-LISTES
           MOVE 'N' TO WS-FIN-FICHIER
           MOVE 0 TO ELV-NUMERO
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM 8086-OPTIONS-ELEVE-DEB
                          THRU 8086-OPTIONS-ELEVE-FIN
                       DISPLAY ELV-NUMERO "   " ELV-NOM " "
                               ELV-PRENOM " " ELV-CLASSE "  "
                               ELV-AGE "  " ELV-STATUT "      "
                               WS-LISTE-OPTIONS
                       ADD 1 TO WS-NB-LISTES
               END-READ
           END-PERFORM
           DISPLAY "Eleves au fichier : " WS-NB-LISTES

           IF WS-OPTIONS-OUVERT-OUI
               CLOSE F-OPTIONS
           END-IF
           CLOSE F-ELEVES.
       8040-LISTER-FIN.
           EXIT.
      ******************************************************************
      *    Passage de classes de fin d'annee : charge la table de
      *    passage (passage.txt, classe d'origine et classe de
      *    destination) puis applique a chaque eleve ACTIF la
      *    decision du conseil de l'annee (decisions.dat, tenu par
      *    BULLCONS), avec une trace par eleve au journal des
      *    mouvements :
      *      - passage : bascule de la classe d'origine vers sa
      *        destination ;
      *      - redoublement : l'eleve reste dans sa classe ;
      *      - depart : l'eleve est radie (statut R).
      *    Un eleve sans decision, ou dont l'appel n'est pas juge,
      *    est bloque : il ne bouge pas et part dans elevrej.txt
      *    (code retour 4). Chaque decision appliquee est marquee
      *    sur decisions.dat : une fois les blocages leves, P se
      *    repasse sans deplacer une seconde fois les autres. Les
      *    radies ne bougent pas. Chaque eleve n'est lu qu'une
      *    fois : les regles ne se chainent pas (6A vers 5A puis 5A
      *    vers 4A ne fait pas sauter deux niveaux).
      ******************************************************************
       8070-PROMOUVOIR-DEB.
      *    Annee scolaire des decisions : a defaut de parametre,
      *    l'annee de la rentree en cours (meme regle que BULLTIN).
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ANNEE-DECISION FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ANNEE-DECISION = 0
               IF WS-EXEC-MM >= 8
                   MOVE WS-EXEC-AAAA TO WS-ANNEE-DECISION
               ELSE
                   COMPUTE WS-ANNEE-DECISION = WS-EXEC-AAAA - 1
               END-IF
           END-IF

           MOVE 0 TO WS-NB-PASSAGES
           OPEN INPUT F-PASSAGE
           IF F-PASSAGE-STATUS-NOFILE
               STOP RUN
           END-IF

           OPEN I-O F-DECISIONS
           IF F-DECISIONS-STATUS-NOFILE
               DISPLAY "Aucune decision du conseil (decisions.dat "
                       "absent) : saisir les decisions par BULLCONS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT F-DECISIONS-STATUS-OK
               DISPLAY "Fichier decisions.dat indisponible, statut "
                       F-DECISIONS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 8005-OUVRIR-MAITRE-DEB
              THRU 8005-OUVRIR-MAITRE-FIN
           PERFORM 8048-OUVRIR-MOUVEMENTS-DEB
              THRU 8048-OUVRIR-MOUVEMENTS-FIN
           OPEN OUTPUT F-REFUS

           MOVE 'N' TO WS-FIN-FICHIER
           MOVE 0 TO ELV-NUMERO
               END-READ
           END-PERFORM

           CLOSE F-REFUS
           CLOSE F-MOUVEMENTS
           CLOSE F-ELEVES
           CLOSE F-DECISIONS
           DISPLAY "Passage de classes, annee " WS-ANNEE-DECISION
                   " :"
           DISPLAY "  Promus          : " WS-NB-PROMUS
           DISPLAY "  Redoublants     : " WS-NB-REDOUBLANTS
           DISPLAY "  Departs         : " WS-NB-DEPARTS
           DISPLAY "  Deja appliques  : " WS-NB-DEJA-APPLIQUES
           DISPLAY "  Bloques         : " WS-NB-BLOQUES
                   " (voir elevrej.txt)"
           IF WS-NB-BLOQUES > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       8070-PROMOUVOIR-FIN.
           EXIT.

      ******************************************************************
      *    Applique a l'eleve actif courant la decision du conseil
      *    de l'annee : l'issue de l'appel s'il a ete juge, sinon la
      *    decision de fin d'annee. Sans decision ou appel en cours,
      *    l'eleve est bloque et liste dans elevrej.txt.
      ******************************************************************
       8075-PROMOUVOIR-UN-DEB.
           MOVE ELV-NUMERO        TO DEC-CODE-ELEVE
           MOVE WS-ANNEE-DECISION TO DEC-ANNEE
           READ F-DECISIONS
               INVALID KEY
                   MOVE SPACES TO REF-RAISON
                   STRING "Aucune decision du conseil pour "
                          WS-ANNEE-DECISION
                          DELIMITED BY SIZE INTO REF-RAISON
                   PERFORM 8077-BLOQUER-DEB
                      THRU 8077-BLOQUER-FIN
                   GO TO 8075-PROMOUVOIR-UN-FIN
           END-READ

           IF DEC-APPLIQUEE-OUI
               ADD 1 TO WS-NB-DEJA-APPLIQUES
               GO TO 8075-PROMOUVOIR-UN-FIN
           END-IF
           IF DEC-APPEL-EN-COURS
               MOVE "Appel de la famille en cours" TO REF-RAISON
               PERFORM 8077-BLOQUER-DEB
                  THRU 8077-BLOQUER-FIN
               GO TO 8075-PROMOUVOIR-UN-FIN
           END-IF
           IF DEC-SANS-DECISION
               MOVE SPACES TO REF-RAISON
               STRING "Aucune decision du conseil pour "
                      WS-ANNEE-DECISION
                      DELIMITED BY SIZE INTO REF-RAISON
               PERFORM 8077-BLOQUER-DEB
                  THRU 8077-BLOQUER-FIN
               GO TO 8075-PROMOUVOIR-UN-FIN
           END-IF

           IF DEC-APPEL-JUGE
               MOVE DEC-ISSUE-APPEL TO WS-DECISION-RETENUE
           ELSE
               MOVE DEC-DECISION    TO WS-DECISION-RETENUE
           END-IF

           EVALUATE TRUE
             WHEN WS-RETENU-REDOUBLEMENT
                 ADD 1 TO WS-NB-REDOUBLANTS
                 MOVE "redoublement" TO WS-MVT-DETAIL
                 PERFORM 8050-TRACER-MOUVEMENT-DEB
                    THRU 8050-TRACER-MOUVEMENT-FIN
             WHEN WS-RETENU-DEPART
                 MOVE 'R' TO ELV-STATUT
                 REWRITE REC-ELEVE
                     INVALID KEY
                         DISPLAY "Depart refuse pour l'eleve "
                                 ELV-NUMERO ", statut "
                                 F-ELEVES-STATUS
                         MOVE 8 TO RETURN-CODE
                         GO TO 8075-PROMOUVOIR-UN-FIN
                 END-REWRITE
                 ADD 1 TO WS-NB-DEPARTS
                 MOVE "depart fin d'annee" TO WS-MVT-DETAIL
                 PERFORM 8050-TRACER-MOUVEMENT-DEB
                    THRU 8050-TRACER-MOUVEMENT-FIN
             WHEN OTHER
                 PERFORM 8076-APPLIQUER-PASSAGE-DEB
                    THRU 8076-APPLIQUER-PASSAGE-FIN
                 IF WS-PROMOTION-REFUSEE-OUI
                     GO TO 8075-PROMOUVOIR-UN-FIN
                 END-IF
           END-EVALUATE

      *    La decision est marquee appliquee : un nouveau passage P
      *    (apres levee des blocages) ne la rejoue pas.
           MOVE 'O'               TO DEC-APPLIQUEE
           MOVE WS-DATE-EXECUTION TO DEC-DATE-MAJ
           MOVE WS-OPERATEUR      TO DEC-OPERATEUR
           REWRITE REC-DECISION
               INVALID KEY
                   DISPLAY "Decision de l'eleve " ELV-NUMERO
                           " non marquee appliquee, statut "
                           F-DECISIONS-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
       8075-PROMOUVOIR-UN-FIN.
           EXIT.

      ******************************************************************
      *    Applique a l'eleve actif courant la regle de passage de
      *    sa classe, s'il en existe une.
      ******************************************************************
       8076-APPLIQUER-PASSAGE-DEB.
           MOVE 'N' TO WS-PROMOTION-REFUSEE
           MOVE 'N' TO WS-PAS-TROUVE
           PERFORM VARYING WS-IDX-PAS FROM 1 BY 1
                 UNTIL WS-IDX-PAS > WS-NB-PASSAGES
                       DISPLAY "Promotion refusee pour l'eleve "
                               ELV-NUMERO ", statut " F-ELEVES-STATUS
                       MOVE 8 TO RETURN-CODE
                       MOVE 'O' TO WS-PROMOTION-REFUSEE
                   NOT INVALID KEY
                       ADD 1 TO WS-NB-PROMUS
                       PERFORM 8050-TRACER-MOUVEMENT-DEB
                          THRU 8050-TRACER-MOUVEMENT-FIN
               END-REWRITE
           END-IF.
       8076-APPLIQUER-PASSAGE-FIN.
           EXIT.

      ******************************************************************
      *    Eleve bloque : il reste tel quel au fichier maitre et part
      *    dans elevrej.txt avec la raison posee par l'appelant dans
      *    REF-RAISON.
      ******************************************************************
       8077-BLOQUER-DEB.
           MOVE SPACES TO REF-LIGNE
           STRING ELV-NUMERO " " ELV-NOM " " ELV-PRENOM " "
                  ELV-CLASSE
                  DELIMITED BY SIZE INTO REF-LIGNE
           WRITE REC-REFUS
           ADD 1 TO WS-NB-BLOQUES.
       8077-BLOQUER-FIN.
           EXIT.

      ******************************************************************
      *    Charge dans TABLE-REF-OPTIONS les couples (code matiere,
      *    classe) que matieres.txt declare option (MREF-OPTION 'O').
      ******************************************************************
       8080-CHARGER-OPTIONS-REF-DEB.
           MOVE 0 TO WS-NB-REF-OPTIONS
           OPEN INPUT F-MATIERES
           IF NOT F-MATIERES-STATUS-OK
               DISPLAY "Referentiel matieres.txt indisponible "
                       "(statut " F-MATIERES-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL F-MATIERES-STATUS-EOF
               READ F-MATIERES
                   NOT AT END
                       IF MREF-OPTION-OUI
                           IF WS-NB-REF-OPTIONS >= 200
                               DISPLAY "Referentiel matieres.txt : "
                                       "plus de 200 options, table "
                                       "pleine."
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-NB-REF-OPTIONS
                           MOVE MREF-CODE
                             TO WS-ROPT-CODE(WS-NB-REF-OPTIONS)
                           MOVE MREF-CLASSE
                             TO WS-ROPT-CLASSE(WS-NB-REF-OPTIONS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-MATIERES.
       8080-CHARGER-OPTIONS-REF-FIN.
           EXIT.

      ******************************************************************
      *    Ouvre options.dat en mise a jour, en le creant s'il
      *    n'existe pas encore (meme tour de main que 8005).
      ******************************************************************
       8081-OUVRIR-OPTIONS-DEB.
           OPEN I-O F-OPTIONS
           IF F-OPTIONS-STATUS-NOFILE
               OPEN OUTPUT F-OPTIONS
               CLOSE F-OPTIONS
               OPEN I-O F-OPTIONS
           END-IF
           IF NOT F-OPTIONS-STATUS-OK
               DISPLAY "Ouverture de options.dat impossible, statut "
                       F-OPTIONS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       8081-OUVRIR-OPTIONS-FIN.
           EXIT.

      ******************************************************************
      *    Inscription (O) ou retrait (S) d'une option pour un eleve
      *    designe par son numero permanent.
      ******************************************************************
       8082-OPTION-DEB.
           MOVE 2 TO WS-ARG-NUM
           PERFORM 8007-LIRE-ARG-NUMERO-DEB
              THRU 8007-LIRE-ARG-NUMERO-FIN
           MOVE 3 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-MATIERE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ARG-MATIERE = 0
               DISPLAY "Code matiere attendu."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 8080-CHARGER-OPTIONS-REF-DEB
              THRU 8080-CHARGER-OPTIONS-REF-FIN
           PERFORM 8005-OUVRIR-MAITRE-DEB
              THRU 8005-OUVRIR-MAITRE-FIN
           PERFORM 8081-OUVRIR-OPTIONS-DEB
              THRU 8081-OUVRIR-OPTIONS-FIN
           PERFORM 8048-OUVRIR-MOUVEMENTS-DEB
              THRU 8048-OUVRIR-MOUVEMENTS-FIN

           MOVE WS-ARG-NUMERO  TO WS-OPT-NUMERO
           MOVE WS-ARG-MATIERE TO WS-OPT-MATIERE
           IF WS-ACTION-OPTION
               MOVE 'A' TO WS-OPT-OPERATION
           ELSE
               MOVE 'S' TO WS-OPT-OPERATION
           END-IF
           PERFORM 8083-APPLIQUER-OPTION-DEB
              THRU 8083-APPLIQUER-OPTION-FIN

           IF WS-OPT-REFUS-OUI
               DISPLAY WS-OPT-RAISON
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Eleve " ELV-NUMERO " : " WS-MVT-DETAIL
           END-IF

           CLOSE F-MOUVEMENTS
           CLOSE F-OPTIONS
           CLOSE F-ELEVES.
       8082-OPTION-FIN.
           EXIT.

      ******************************************************************
      *    Inscrit (WS-OPT-AJOUT) ou desinscrit l'eleve WS-OPT-NUMERO
      *    de l'option WS-OPT-MATIERE et trace le mouvement. Une
      *    inscription exige un eleve actif et une matiere declaree
      *    option de sa classe ; un retrait reste possible apres un
      *    changement de classe ou une radiation. Refus : raison
      *    dans WS-OPT-RAISON, rien n'est modifie.
      ******************************************************************
       8083-APPLIQUER-OPTION-DEB.
           MOVE 'N' TO WS-OPT-REFUS-SW
           MOVE WS-OPT-NUMERO TO ELV-NUMERO
           READ F-ELEVES
               INVALID KEY
                   MOVE 'O' TO WS-OPT-REFUS-SW
                   MOVE SPACES TO WS-OPT-RAISON
                   STRING "Aucun eleve sous le numero " WS-OPT-NUMERO
                          DELIMITED BY SIZE INTO WS-OPT-RAISON
                   GO TO 8083-APPLIQUER-OPTION-FIN
           END-READ

           MOVE WS-OPT-NUMERO  TO OPT-CODE-ELEVE
           MOVE WS-OPT-MATIERE TO OPT-CODE-MATIERE
           IF WS-OPT-RETRAIT
               DELETE F-OPTIONS RECORD
                   INVALID KEY
                       MOVE 'O' TO WS-OPT-REFUS-SW
                       MOVE SPACES TO WS-OPT-RAISON
                       STRING "Eleve non inscrit a l'option "
                              WS-OPT-MATIERE
                              DELIMITED BY SIZE INTO WS-OPT-RAISON
                       GO TO 8083-APPLIQUER-OPTION-FIN
               END-DELETE
               MOVE SPACES TO WS-MVT-DETAIL
               STRING "option " WS-OPT-MATIERE " retiree"
                      DELIMITED BY SIZE INTO WS-MVT-DETAIL
               PERFORM 8050-TRACER-MOUVEMENT-DEB
                  THRU 8050-TRACER-MOUVEMENT-FIN
               GO TO 8083-APPLIQUER-OPTION-FIN
           END-IF

           IF NOT ELV-STATUT-ACTIF
               MOVE 'O' TO WS-OPT-REFUS-SW
               MOVE SPACES TO WS-OPT-RAISON
               STRING "Eleve " WS-OPT-NUMERO " radie"
                      DELIMITED BY SIZE INTO WS-OPT-RAISON
               GO TO 8083-APPLIQUER-OPTION-FIN
           END-IF

           MOVE 'N' TO WS-ROPT-TROUVE
           PERFORM VARYING WS-IDX-ROPT FROM 1 BY 1
                 UNTIL WS-IDX-ROPT > WS-NB-REF-OPTIONS
                    OR WS-ROPT-TROUVE-OUI
               IF WS-ROPT-CODE(WS-IDX-ROPT) = WS-OPT-MATIERE
                  AND WS-ROPT-CLASSE(WS-IDX-ROPT) = ELV-CLASSE
                   MOVE 'O' TO WS-ROPT-TROUVE
               END-IF
           END-PERFORM
           IF NOT WS-ROPT-TROUVE-OUI
               MOVE 'O' TO WS-OPT-REFUS-SW
               MOVE SPACES TO WS-OPT-RAISON
               STRING "Matiere " WS-OPT-MATIERE
                      " non declaree option en " ELV-CLASSE
                      DELIMITED BY SIZE INTO WS-OPT-RAISON
               GO TO 8083-APPLIQUER-OPTION-FIN
           END-IF

           MOVE WS-DATE-EXECUTION TO OPT-DATE-MAJ
           MOVE WS-OPERATEUR      TO OPT-OPERATEUR
           WRITE REC-OPTION
               INVALID KEY
                   MOVE 'O' TO WS-OPT-REFUS-SW
                   MOVE SPACES TO WS-OPT-RAISON
                   IF F-OPTIONS-STATUS-DUPKEY
                       STRING "Eleve deja inscrit a l'option "
                              WS-OPT-MATIERE
                              DELIMITED BY SIZE INTO WS-OPT-RAISON
                   ELSE
                       STRING "Ecriture refusee, statut "
                              F-OPTIONS-STATUS
                              DELIMITED BY SIZE INTO WS-OPT-RAISON
                   END-IF
                   GO TO 8083-APPLIQUER-OPTION-FIN
           END-WRITE
           MOVE SPACES TO WS-MVT-DETAIL
           STRING "option " WS-OPT-MATIERE " ajoutee"
                  DELIMITED BY SIZE INTO WS-MVT-DETAIL
           PERFORM 8050-TRACER-MOUVEMENT-DEB
              THRU 8050-TRACER-MOUVEMENT-FIN.
       8083-APPLIQUER-OPTION-FIN.
           EXIT.

      ******************************************************************
      *    Options en lot : lit options.txt (numero, matiere,
      *    operation A ou S) et applique chaque ligne recevable comme
      *    les actions O et S. Les refus partent dans elevrej.txt avec
      *    leur raison, comme pour le lot d'inscriptions.
      ******************************************************************
       8084-OPTIONS-LOT-DEB.
           OPEN INPUT F-LOT-OPTIONS
           IF F-LOT-OPTIONS-STATUS-NOFILE
               DISPLAY "Fichier options.txt introuvable : rien a "
                       "traiter."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT F-LOT-OPTIONS-STATUS-OK
               DISPLAY "Fichier options.txt indisponible, statut "
                       F-LOT-OPTIONS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 8080-CHARGER-OPTIONS-REF-DEB
              THRU 8080-CHARGER-OPTIONS-REF-FIN
           PERFORM 8005-OUVRIR-MAITRE-DEB
              THRU 8005-OUVRIR-MAITRE-FIN
           PERFORM 8081-OUVRIR-OPTIONS-DEB
              THRU 8081-OUVRIR-OPTIONS-FIN
           PERFORM 8048-OUVRIR-MOUVEMENTS-DEB
              THRU 8048-OUVRIR-MOUVEMENTS-FIN
           OPEN OUTPUT F-REFUS

           PERFORM UNTIL F-LOT-OPTIONS-STATUS-EOF
               READ F-LOT-OPTIONS
                   NOT AT END
                       PERFORM 8085-OPTION-LOT-UN-DEB
                          THRU 8085-OPTION-LOT-UN-FIN
               END-READ
           END-PERFORM

           CLOSE F-LOT-OPTIONS
           CLOSE F-REFUS
           CLOSE F-MOUVEMENTS
           CLOSE F-OPTIONS
           CLOSE F-ELEVES

           DISPLAY "Lot d'options :"
           DISPLAY "  Lignes lues : " WS-NB-OPT-LUES
           DISPLAY "  Ajoutees    : " WS-NB-OPT-AJOUTEES
           DISPLAY "  Retirees    : " WS-NB-OPT-RETIREES
           DISPLAY "  Refusees    : " WS-NB-OPT-REFUSEES
                   " (voir elevrej.txt)".
       8084-OPTIONS-LOT-FIN.
           EXIT.

      ******************************************************************
      *    Traite une ligne du lot d'options : controle de forme,
      *    puis inscription ou retrait par 8083.
      ******************************************************************
       8085-OPTION-LOT-UN-DEB.
           ADD 1 TO WS-NB-OPT-LUES
           IF OLOT-NUMERO NOT NUMERIC OR OLOT-NUMERO = 0
              OR OLOT-MATIERE NOT NUMERIC OR OLOT-MATIERE = 0
              OR NOT OLOT-OPERATION-VALIDE
               MOVE 'O' TO WS-OPT-REFUS-SW
               MOVE "Ligne incomplete (numero, matiere, A/S)"
                 TO WS-OPT-RAISON
           ELSE
               MOVE OLOT-NUMERO    TO WS-OPT-NUMERO
               MOVE OLOT-MATIERE   TO WS-OPT-MATIERE
               MOVE OLOT-OPERATION TO WS-OPT-OPERATION
               PERFORM 8083-APPLIQUER-OPTION-DEB
                  THRU 8083-APPLIQUER-OPTION-FIN
           END-IF

           IF WS-OPT-REFUS-OUI
               MOVE WS-OPT-RAISON  TO REF-RAISON
               MOVE REC-LOT-OPTION TO REF-LIGNE
               WRITE REC-REFUS
               ADD 1 TO WS-NB-OPT-REFUSEES
           ELSE
               IF WS-OPT-AJOUT
                   ADD 1 TO WS-NB-OPT-AJOUTEES
               ELSE
                   ADD 1 TO WS-NB-OPT-RETIREES
               END-IF
           END-IF.
       8085-OPTION-LOT-UN-FIN.
           EXIT.

      ******************************************************************
      *    Range dans WS-LISTE-OPTIONS les codes des options suivies
      *    par l'eleve courant de REC-ELEVE (lecture de options.dat
      *    a partir de sa premiere cle).
      ******************************************************************
       8086-OPTIONS-ELEVE-DEB.
           MOVE SPACES TO WS-LISTE-OPTIONS
           IF NOT WS-OPTIONS-OUVERT-OUI
               GO TO 8086-OPTIONS-ELEVE-FIN
           END-IF
           MOVE 1 TO WS-LISTE-PTR
           MOVE 'N' TO WS-FIN-OPTIONS
           MOVE ELV-NUMERO TO OPT-CODE-ELEVE
           MOVE 0          TO OPT-CODE-MATIERE
           START F-OPTIONS KEY IS >= OPT-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-OPTIONS
           END-START
           PERFORM UNTIL WS-FIN-OPTIONS-OUI
               READ F-OPTIONS NEXT
                   AT END
                       MOVE 'O' TO WS-FIN-OPTIONS
                   NOT AT END
                       IF OPT-CODE-ELEVE NOT = ELV-NUMERO
                          OR WS-LISTE-PTR > 58
                           MOVE 'O' TO WS-FIN-OPTIONS
                       ELSE
                           STRING OPT-CODE-MATIERE " "
                                  DELIMITED BY SIZE
                                  INTO WS-LISTE-OPTIONS
                                  WITH POINTER WS-LISTE-PTR
                       END-IF
               END-READ
           END-PERFORM.
       8086-OPTIONS-ELEVE-FIN.
           EXIT.
