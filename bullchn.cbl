      ******************************************************************
      *    Chaine d'exploitation de fin de trimestre et de fin
      *    d'annee.
      *
      *    Enchaine les programmes que l'operateur lancait a la main,
      *    lit leur code retour a sa place et arrete la chaine des
      *    qu'une etape rend un avertissement ou une erreur (code
      *    retour 4 ou plus, par exemple BULLSYNC en 4 sur anomalies).
      *
      *    Le programme s'invoque avec une sequence et ses parametres
      *    en ligne de commande :
      *      BULLCHN T annee trimestre   fin de trimestre :
      *                                    1 BULLPER V (trimestre
      *                                      ouvert ?)
      *                                    2 BULLSYNC annee
      *                                    3 BULLTIN T trimestre annee
      *                                    4 BULLHIST 02,00 annee
      *      BULLCHN A annee             fin d'annee : les memes
      *                                  etapes sur le trimestre 3,
      *                                  puis 5 BULLANNU annee
      *      BULLCHN C annee             cloture d'annee, apres les
      *                                  conseils de classe saisis
      *                                  dans BULLCONS :
      *                                    1 ELEVMNT P annee
      *                                    2 BULLARCH annee
      *      BULLCHN R                   reprise de la chaine arretee
      *      BULLCHN X                   abandon de la chaine arretee
      *                                  (sans restauration)
      *    Les programmes sont lances depuis le repertoire de la
      *    variable d'environnement CHAINE_REPERTOIRE (repertoire
      *    courant a defaut), l'operateur est celui de
      *    ELEVMNT_OPERATEUR.
      *
      *    Avant chaque etape qui ecrit (BULLTIN, ELEVMNT P,
      *    BULLARCH), une nouvelle generation numerotee de sauvegarde
      *    est prise de eleves.dat, histo.dat, archive.dat,
      *    periodes.dat et decisions.dat : copie enregistrement par
      *    enregistrement dans <fichier>.Gnnnn (eleves.dat.G0012...),
      *    cataloguee dans sauvegardes.txt avec la date, l'etape et
      *    le nombre d'enregistrements de chaque fichier. Les
      *    generations portent l'identite des eleves : ELEVPURG P
      *    detruit celles qui ont depasse la duree de conservation.
      *
      *    L'etat de la chaine est tenu dans chaine.dat, reecrit
      *    avant chaque etape : une chaine arretee (code retour ou
      *    interruption du passage) se reprend par BULLCHN R, qui
      *    restaure d'abord la generation prise avant l'etape en
      *    echec, puis relance la sequence a partir de cette etape.
      *    Les ecarts entre histo.dat et sa copie sont portes dans la
      *    piste d'audit audithisto.txt (programme BULLCHN, mode R)
      *    avant la restauration.
      *    Exception : ELEVMNT P arrete en avertissement (code 4,
      *    eleves bloques sans decision) est relance SANS
      *    restauration. Il ne rejoue pas les decisions deja
      *    appliquees, et une restauration defairait les passages
      *    faits tout en effacant les decisions saisies depuis dans
      *    BULLCONS. Une erreur (8 et plus) ou une interruption
      *    restaure la generation, decisions.dat compris.
      *    Une nouvelle sequence est refusee tant que la precedente
      *    est arretee (la reprendre, ou l'abandonner par BULLCHN X).
      *
      *    Chaque execution se termine par une page de synthese
      *    chaine.txt : chaque etape, son code retour, sa duree et la
      *    sauvegarde prise avant elle. Code retour de BULLCHN : celui
      *    de l'etape qui a arrete la chaine, 8 sur erreur propre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULLCHN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ELEVES
               ASSIGN TO 'eleves.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ELV-NUMERO
               ALTERNATE RECORD KEY IS ELV-IDENTITE
               FILE STATUS IS F-ELEVES-STATUS.

           SELECT F-HISTO
               ASSIGN TO 'histo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HISTO-CLE
               FILE STATUS IS F-HISTO-STATUS.

           SELECT F-ARCHIVE
               ASSIGN TO 'archive.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-CLE
               FILE STATUS IS F-ARCHIVE-STATUS.

           SELECT F-DECISIONS
               ASSIGN TO 'decisions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEC-CLE
               FILE STATUS IS F-DECISIONS-STATUS.

           SELECT F-PERIODES
               ASSIGN TO 'periodes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PERIODES-STATUS.

      *    Generation de sauvegarde d'un des quatre fichiers : le
      *    nom (eleves.dat.G0012...) est forme a l'execution.
           SELECT F-SAUVE
               ASSIGN USING WS-NOM-SAUVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SAUVE-STATUS.

      *    Piste d'audit de histo.dat, commune a BULLTIN, BULLSYNC,
      *    BULLARCH et ELEVPURG.
           SELECT F-AUDIT
               ASSIGN TO 'audithisto.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-STATUS.

           SELECT F-CATALOGUE
               ASSIGN TO 'sauvegardes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CATALOGUE-STATUS.

           SELECT F-ETAT-CHAINE
               ASSIGN TO 'chaine.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ETAT-CHAINE-STATUS.

           SELECT F-SYNTHESE
               ASSIGN TO 'chaine.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SYNTHESE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD F-HISTO.

       01 REC-HISTO.
          05 HISTO-CLE.
             10 HISTO-CODE-ELEVE    PIC 9(04).
             10 HISTO-ANNEE         PIC 9(04).
             10 HISTO-TRIMESTRE     PIC 9(01).
          05 HISTO-NOM-ELEVE        PIC X(10).
          05 HISTO-PRENOM-ELEVE     PIC X(10).
          05 HISTO-CLASSE           PIC X(05).
          05 HISTO-MOYENNE          PIC 99V99.
          05 HISTO-NB-ABSENCES      PIC 9(02).
          05 HISTO-COMPORTEMENT     PIC X(01).

       FD F-ARCHIVE.

       01 REC-ARCHIVE.
          05 ARCH-CLE.
             10 ARCH-CODE-ELEVE     PIC 9(04).
             10 ARCH-ANNEE          PIC 9(04).
             10 ARCH-TRIMESTRE      PIC 9(01).
          05 ARCH-NOM-ELEVE         PIC X(10).
          05 ARCH-PRENOM-ELEVE      PIC X(10).
          05 ARCH-CLASSE            PIC X(05).
          05 ARCH-MOYENNE           PIC 99V99.
          05 ARCH-NB-ABSENCES       PIC 9(02).
          05 ARCH-COMPORTEMENT      PIC X(01).

       FD F-DECISIONS.

       01 REC-DECISION.
          05 DEC-CLE.
             10 DEC-CODE-ELEVE      PIC 9(04).
             10 DEC-ANNEE           PIC 9(04).
          05 DEC-CLASSE             PIC X(05).
          05 DEC-DISTINCTION-T OCCURS 3 TIMES PIC X(02).
          05 DEC-DECISION           PIC X(01).
          05 DEC-APPEL              PIC X(01).
          05 DEC-ISSUE-APPEL        PIC X(01).
          05 DEC-APPLIQUEE          PIC X(01).
          05 DEC-DATE-MAJ           PIC 9(08).
          05 DEC-OPERATEUR          PIC X(10).

       FD F-PERIODES
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE IS F.

       01 REC-PERIODE               PIC X(22).

      *    Image d'un enregistrement du fichier sauvegarde, cadree a
      *    gauche (112 = longueur de REC-ELEVE, le plus long).
       FD F-SAUVE
           RECORD CONTAINS 112 CHARACTERS
           RECORDING MODE IS F.

       01 LIGNE-SAUVE               PIC X(112).

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
          05 AUD-CLE                PIC X(09).
          05 AUD-AVANT              PIC X(41).
          05 AUD-APRES              PIC X(41).

      *    Une ligne par generation : fichiers presents (O/N) et
      *    nombre d'enregistrements copies, dans l'ordre eleves.dat,
      *    histo.dat, archive.dat, periodes.dat, decisions.dat.
       FD F-CATALOGUE
           RECORD CONTAINS 69 CHARACTERS
           RECORDING MODE IS F.

       01 REC-CATALOGUE.
          05 CAT-GENERATION         PIC 9(04).
          05 CAT-DATE               PIC 9(08).
          05 CAT-HEURE              PIC 9(06).
          05 CAT-SEQUENCE           PIC X(01).
          05 CAT-ANNEE              PIC 9(04).
          05 CAT-TRIMESTRE          PIC 9(01).
          05 CAT-ETAPE              PIC 9(02).
          05 CAT-PROGRAMME          PIC X(08).
          05 CAT-FICHIER OCCURS 5 TIMES.
             10 CAT-PRESENT         PIC X(01).
             10 CAT-NB-ENREG        PIC 9(06).

      *    Etat de la derniere chaine lancee : etape en cours ou en
      *    echec et generation prise avant elle (0 sans sauvegarde).
       FD F-ETAT-CHAINE
           RECORD CONTAINS 37 CHARACTERS
           RECORDING MODE IS F.

       01 REC-ETAT-CHAINE.
          05 CHN-SEQUENCE           PIC X(01).
          05 CHN-ANNEE              PIC 9(04).
          05 CHN-TRIMESTRE          PIC 9(01).
          05 CHN-ETAT               PIC X(01).
             88 CHN-ETAT-ARRETEE    VALUE 'A'.
             88 CHN-ETAT-TERMINEE   VALUE 'T'.
             88 CHN-ETAT-ABANDONNEE VALUE 'X'.
          05 CHN-ETAPE              PIC 9(02).
          05 CHN-GENERATION         PIC 9(04).
          05 CHN-DATE               PIC 9(08).
          05 CHN-HEURE              PIC 9(06).
          05 CHN-OPERATEUR          PIC X(10).

       FD F-SYNTHESE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01 LIGNE-SYNTHESE PIC X(132).

       WORKING-STORAGE SECTION.

       01  F-ELEVES-STATUS     PIC X(02) VALUE SPACE.
           88 F-ELEVES-STATUS-OK      VALUE '00'.
           88 F-ELEVES-STATUS-EOF     VALUE '10'.
           88 F-ELEVES-STATUS-NOFILE  VALUE '35'.

       01  F-HISTO-STATUS      PIC X(02) VALUE SPACE.
           88 F-HISTO-STATUS-OK       VALUE '00'.
           88 F-HISTO-STATUS-EOF      VALUE '10'.
           88 F-HISTO-STATUS-NOFILE   VALUE '35'.

       01  F-ARCHIVE-STATUS    PIC X(02) VALUE SPACE.
           88 F-ARCHIVE-STATUS-OK     VALUE '00'.
           88 F-ARCHIVE-STATUS-EOF    VALUE '10'.
           88 F-ARCHIVE-STATUS-NOFILE VALUE '35'.

       01  F-PERIODES-STATUS   PIC X(02) VALUE SPACE.
           88 F-PERIODES-STATUS-OK     VALUE '00'.
           88 F-PERIODES-STATUS-EOF    VALUE '10'.
           88 F-PERIODES-STATUS-NOFILE VALUE '35'.

       01  F-DECISIONS-STATUS  PIC X(02) VALUE SPACE.
           88 F-DECISIONS-STATUS-OK     VALUE '00'.
           88 F-DECISIONS-STATUS-NOFILE VALUE '35'.

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK       VALUE '00'.
           88 F-AUDIT-STATUS-NOFILE   VALUE '35'.

       01  F-SAUVE-STATUS      PIC X(02) VALUE SPACE.
           88 F-SAUVE-STATUS-OK       VALUE '00'.
           88 F-SAUVE-STATUS-EOF      VALUE '10'.

       01  F-CATALOGUE-STATUS  PIC X(02) VALUE SPACE.
           88 F-CATALOGUE-STATUS-OK     VALUE '00'.
           88 F-CATALOGUE-STATUS-EOF    VALUE '10'.
           88 F-CATALOGUE-STATUS-NOFILE VALUE '35'.

       01  F-ETAT-CHAINE-STATUS PIC X(02) VALUE SPACE.
           88 F-ETAT-CHAINE-STATUS-OK     VALUE '00'.
           88 F-ETAT-CHAINE-STATUS-NOFILE VALUE '35'.

       01  F-SYNTHESE-STATUS   PIC X(02) VALUE SPACE.
           88 F-SYNTHESE-STATUS-OK    VALUE '00'.

      *  Sequence demandee et ses parametres
       01 WS-ARG-NUM                 PIC 9(02) VALUE 0.
       01 WS-SEQUENCE                PIC X VALUE SPACE.
           88 WS-SEQ-TRIMESTRE       VALUE 'T'.
           88 WS-SEQ-ANNEE           VALUE 'A'.
           88 WS-SEQ-CLOTURE         VALUE 'C'.
           88 WS-SEQ-REPRISE         VALUE 'R'.
           88 WS-SEQ-ABANDON         VALUE 'X'.
       01 WS-ARG-ANNEE               PIC 9(04) VALUE 0.
       01 WS-ARG-TRIMESTRE           PIC 9(01) VALUE 0.
       01 WS-ANNEE-SUIVANTE          PIC 9(04) VALUE 0.
       01 WS-REPERTOIRE              PIC X(60) VALUE SPACES.
       01 WS-OPERATEUR               PIC X(10) VALUE SPACES.
       01 WS-DATE-EXECUTION          PIC 9(08) VALUE 0.
       01 WS-HEURE-EXECUTION         PIC 9(08) VALUE 0.

      *  Reprise : etape de depart et generation a restaurer
       01 WS-REPRISE                 PIC X VALUE 'N'.
           88 WS-REPRISE-OUI         VALUE 'O'.
       01 WS-ETAPE-DEPART            PIC 9(02) VALUE 1.
       01 WS-GEN-RESTAUREE           PIC 9(04) VALUE 0.

      *  Etapes de la sequence. WS-ET-ETAT : N non lancee, P deja
      *  passee lors de l'execution arretee, T terminee, A arret sur
      *  code retour, S arret faute de sauvegarde.
       01 WS-NB-ETAPES               PIC 9(02) VALUE 0.
       01 TABLE-ETAPES.
          05 ETAPE-ENT OCCURS 10 TIMES.
             10 WS-ET-PROGRAMME      PIC X(08).
             10 WS-ET-EXECUTABLE     PIC X(08).
             10 WS-ET-ARGUMENTS      PIC X(30).
             10 WS-ET-SAUVEGARDE     PIC X(01).
                88 WS-ET-SAUVEGARDE-OUI VALUE 'O'.
      *      Etape qui reprend d'elle-meme les cas restes en suspens :
      *      relancee sans restauration apres un avertissement.
             10 WS-ET-RELANCE        PIC X(01).
                88 WS-ET-RELANCE-SIMPLE VALUE 'O'.
             10 WS-ET-ETAT           PIC X(01).
             10 WS-ET-RC             PIC 9(04).
             10 WS-ET-DEBUT          PIC 9(06).
             10 WS-ET-DUREE          PIC 9(05).
             10 WS-ET-GENERATION     PIC 9(04).
             10 WS-ET-FICHIER OCCURS 5 TIMES.
                15 WS-ET-PRESENT     PIC X(01).
                15 WS-ET-NB-ENREG    PIC 9(06).
       01 WS-IDX-ET                  PIC 9(02) VALUE 0.
       01 WS-IDX-FIC                 PIC 9(01) VALUE 0.

      *  Lancement d'une etape
       01 WS-COMMANDE                PIC X(120) VALUE SPACES.
       01 WS-RC-SYSTEME              PIC S9(09) VALUE 0.
       01 WS-ARRET                   PIC X VALUE 'N'.
           88 WS-ARRET-OUI           VALUE 'O'.
       01 WS-RC-CHAINE               PIC 9(04) VALUE 0.
       01 WS-HEURE-LUE.
          05 WS-HL-HH                PIC 9(02).
          05 WS-HL-MM                PIC 9(02).
          05 WS-HL-SS                PIC 9(02).
          05 WS-HL-CC                PIC 9(02).
       01 WS-SECONDES-DEBUT          PIC 9(05) VALUE 0.
       01 WS-SECONDES-FIN            PIC 9(05) VALUE 0.

      *  Sauvegarde et restauration
       01 WS-DERNIERE-GENERATION     PIC 9(04) VALUE 0.
       01 WS-GENERATION              PIC 9(04) VALUE 0.
       01 WS-NOM-SAUVE               PIC X(40) VALUE SPACES.
       01 WS-NOM-FICHIER             PIC X(13) VALUE SPACES.
       01 WS-ERREUR-SAUVE            PIC X VALUE 'N'.
           88 WS-ERREUR-SAUVE-OUI    VALUE 'O'.
       01 WS-FIN-COPIE               PIC X VALUE 'N'.
           88 WS-FIN-COPIE-OUI       VALUE 'O'.
       01 WS-NB-COPIES               PIC 9(06) VALUE 0.
       01 TABLE-FICHIERS-SAUVES.
          05 WS-FS-FICHIER OCCURS 5 TIMES.
             10 WS-FS-PRESENT        PIC X(01).
             10 WS-FS-NB-ENREG       PIC 9(06).
       01 WS-CAT-TROUVE              PIC X VALUE 'N'.
           88 WS-CAT-TROUVE-OUI      VALUE 'O'.

      *  Comparaison de histo.dat et de sa copie avant restauration
       01 WS-CLE-ACTUELLE            PIC X(09) VALUE SPACES.
       01 WS-CLE-COPIE               PIC X(09) VALUE SPACES.
       01 WS-HISTO-ACTUEL            PIC X(41) VALUE SPACES.
       01 WS-HISTO-COPIE             PIC X(41) VALUE SPACES.
       01 WS-NB-AUDIT-S              PIC 9(06) VALUE 0.
       01 WS-NB-AUDIT-C              PIC 9(06) VALUE 0.
       01 WS-NB-AUDIT-M              PIC 9(06) VALUE 0.

      *  Zones d'edition de la synthese
       01 WS-LIB-SEQUENCE            PIC X(40) VALUE SPACES.
       01 WS-LIB-ETAT                PIC X(14) VALUE SPACES.
       01 WS-LIB-FICHIERS            PIC X(100) VALUE SPACES.
       01 WS-LIB-PTR                 PIC 9(03) VALUE 0.
       01 WS-DUREE-HH                PIC 9(02) VALUE 0.
       01 WS-DUREE-MM                PIC 9(02) VALUE 0.
       01 WS-DUREE-SS                PIC 9(02) VALUE 0.
       01 WS-DUREE-RESTE             PIC 9(05) VALUE 0.
       01 WS-EDIT-RC                 PIC ZZZ9.
       01 WS-EDIT-NB                 PIC ZZZZZ9.
       01 WS-EDIT-ETAPE              PIC Z9.

      ******************************************************************
      ******************************************************************

       PROCEDURE DIVISION.

           PERFORM 9605-LIRE-PARAMETRES-DEB
              THRU 9605-LIRE-PARAMETRES-FIN

           PERFORM 9612-LIRE-CATALOGUE-DEB
              THRU 9612-LIRE-CATALOGUE-FIN

           PERFORM 9615-PREPARER-SEQUENCE-DEB
              THRU 9615-PREPARER-SEQUENCE-FIN

           IF WS-REPRISE-OUI
               PERFORM VARYING WS-IDX-ET FROM 1 BY 1
                     UNTIL WS-IDX-ET >= WS-ETAPE-DEPART
                   MOVE 'P' TO WS-ET-ETAT(WS-IDX-ET)
               END-PERFORM
               IF WS-GEN-RESTAUREE > 0
                   PERFORM 9640-RESTAURER-DEB
                      THRU 9640-RESTAURER-FIN
               END-IF
           END-IF

           PERFORM VARYING WS-IDX-ET FROM WS-ETAPE-DEPART BY 1
                 UNTIL WS-IDX-ET > WS-NB-ETAPES
                    OR WS-ARRET-OUI
               PERFORM 9625-EXECUTER-ETAPE-DEB
                  THRU 9625-EXECUTER-ETAPE-FIN
           END-PERFORM

           IF NOT WS-ARRET-OUI
               MOVE 'T' TO CHN-ETAT
               MOVE WS-NB-ETAPES TO CHN-ETAPE
               MOVE 0 TO CHN-GENERATION
               PERFORM 9650-ECRIRE-ETAT-CHAINE-DEB
                  THRU 9650-ECRIRE-ETAT-CHAINE-FIN
           END-IF

           PERFORM 9660-EDITER-SYNTHESE-DEB
              THRU 9660-EDITER-SYNTHESE-FIN

           IF WS-ARRET-OUI
               DISPLAY "Chaine ARRETEE (code retour " WS-RC-CHAINE
                       "), reprise par BULLCHN R : voir chaine.txt"
           ELSE
               DISPLAY "Chaine terminee : voir chaine.txt"
           END-IF
           MOVE WS-RC-CHAINE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    Lit la sequence et ses parametres. Une reprise ou un
      *    abandon repartent de l'etat de la chaine (chaine.dat) ;
      *    une nouvelle sequence est refusee si la precedente est
      *    restee arretee.
      ******************************************************************
       9605-LIRE-PARAMETRES-DEB.
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
           DISPLAY "CHAINE_REPERTOIRE" UPON ENVIRONMENT-NAME
           ACCEPT WS-REPERTOIRE FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-REPERTOIRE = SPACES
               MOVE "./" TO WS-REPERTOIRE
           END-IF

           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-SEQUENCE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

      *    Etat de la chaine precedente
           MOVE SPACES TO REC-ETAT-CHAINE
           OPEN INPUT F-ETAT-CHAINE
           IF F-ETAT-CHAINE-STATUS-OK
               READ F-ETAT-CHAINE
                   AT END
                       MOVE SPACES TO REC-ETAT-CHAINE
               END-READ
               CLOSE F-ETAT-CHAINE
           END-IF

           EVALUATE TRUE
             WHEN WS-SEQ-TRIMESTRE
                 MOVE 2 TO WS-ARG-NUM
                 DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
                 ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
                     ON EXCEPTION
                         CONTINUE
                 END-ACCEPT
                 MOVE 3 TO WS-ARG-NUM
                 DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
                 ACCEPT WS-ARG-TRIMESTRE FROM ARGUMENT-VALUE
                     ON EXCEPTION
                         CONTINUE
                 END-ACCEPT
                 IF WS-ARG-ANNEE = 0
                    OR WS-ARG-TRIMESTRE < 1 OR WS-ARG-TRIMESTRE > 3
                     DISPLAY "Parametres attendus : T annee trimestre "
                             "(annee de la rentree, trimestre 1 a 3)."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                 END-IF
             WHEN WS-SEQ-ANNEE OR WS-SEQ-CLOTURE
                 MOVE 2 TO WS-ARG-NUM
                 DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
                 ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
                     ON EXCEPTION
                         CONTINUE
                 END-ACCEPT
                 IF WS-ARG-ANNEE = 0
                     DISPLAY "Parametre attendu : annee de la rentree."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 MOVE 3 TO WS-ARG-TRIMESTRE
             WHEN WS-SEQ-REPRISE OR WS-SEQ-ABANDON
                 IF NOT CHN-ETAT-ARRETEE
                     DISPLAY "Aucune chaine arretee dans chaine.dat : "
                             "rien a reprendre ni a abandonner."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                 END-IF
             WHEN OTHER
                 DISPLAY "Sequence attendue : T annee trimestre, "
                         "A annee, C annee, R (reprise) ou X "
                         "(abandon)."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           IF WS-SEQ-ABANDON
               MOVE 'X' TO CHN-ETAT
               PERFORM 9650-ECRIRE-ETAT-CHAINE-DEB
                  THRU 9650-ECRIRE-ETAT-CHAINE-FIN
               DISPLAY "Chaine " CHN-SEQUENCE " " CHN-ANNEE
                       " arretee a l'etape " CHN-ETAPE
                       " abandonnee, fichiers laisses en l'etat."
               STOP RUN
           END-IF

           IF WS-SEQ-REPRISE
               MOVE 'O' TO WS-REPRISE
               MOVE CHN-SEQUENCE   TO WS-SEQUENCE
               MOVE CHN-ANNEE      TO WS-ARG-ANNEE
               MOVE CHN-TRIMESTRE  TO WS-ARG-TRIMESTRE
               MOVE CHN-ETAPE      TO WS-ETAPE-DEPART
               MOVE CHN-GENERATION TO WS-GEN-RESTAUREE
           ELSE
               IF CHN-ETAT-ARRETEE
                   DISPLAY "La chaine " CHN-SEQUENCE " " CHN-ANNEE
                           " est arretee a l'etape " CHN-ETAPE
                           " : la reprendre (BULLCHN R) ou "
                           "l'abandonner (BULLCHN X)."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-ANNEE-SUIVANTE = WS-ARG-ANNEE + 1.
       9605-LIRE-PARAMETRES-FIN.
           EXIT.

      ******************************************************************
      *    Parcourt le catalogue des sauvegardes : derniere
      *    generation prise et, en reprise, contenu de la generation
      *    a restaurer.
      ******************************************************************
       9612-LIRE-CATALOGUE-DEB.
           MOVE 'N' TO WS-CAT-TROUVE
           OPEN INPUT F-CATALOGUE
           IF F-CATALOGUE-STATUS-NOFILE
               GO TO 9612-LIRE-CATALOGUE-FIN
           END-IF
           IF NOT F-CATALOGUE-STATUS-OK
               DISPLAY "Catalogue sauvegardes.txt illisible, statut "
                       F-CATALOGUE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL F-CATALOGUE-STATUS-EOF
               READ F-CATALOGUE
                   NOT AT END
                       IF CAT-GENERATION > WS-DERNIERE-GENERATION
                           MOVE CAT-GENERATION
                             TO WS-DERNIERE-GENERATION
                       END-IF
                       IF WS-GEN-RESTAUREE > 0
                          AND CAT-GENERATION = WS-GEN-RESTAUREE
                           MOVE 'O' TO WS-CAT-TROUVE
                           PERFORM VARYING WS-IDX-FIC FROM 1 BY 1
                                 UNTIL WS-IDX-FIC > 5
                               MOVE CAT-PRESENT(WS-IDX-FIC)
                                 TO WS-FS-PRESENT(WS-IDX-FIC)
                               MOVE CAT-NB-ENREG(WS-IDX-FIC)
                                 TO WS-FS-NB-ENREG(WS-IDX-FIC)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-CATALOGUE.
       9612-LIRE-CATALOGUE-FIN.
           EXIT.

      ******************************************************************
      *    Garnit la table des etapes de la sequence demandee.
      ******************************************************************
       9615-PREPARER-SEQUENCE-DEB.
           INITIALIZE TABLE-ETAPES
           MOVE 0 TO WS-NB-ETAPES
           IF WS-SEQ-CLOTURE
               MOVE "Cloture d'annee" TO WS-LIB-SEQUENCE
               ADD 1 TO WS-NB-ETAPES
               MOVE "ELEVMNT"  TO WS-ET-PROGRAMME(WS-NB-ETAPES)
               MOVE "elevmnt"  TO WS-ET-EXECUTABLE(WS-NB-ETAPES)
               STRING "P " WS-ARG-ANNEE
                      DELIMITED BY SIZE
                      INTO WS-ET-ARGUMENTS(WS-NB-ETAPES)
               MOVE 'O' TO WS-ET-SAUVEGARDE(WS-NB-ETAPES)
               MOVE 'O' TO WS-ET-RELANCE(WS-NB-ETAPES)
               ADD 1 TO WS-NB-ETAPES
               MOVE "BULLARCH" TO WS-ET-PROGRAMME(WS-NB-ETAPES)
               MOVE "bullarch" TO WS-ET-EXECUTABLE(WS-NB-ETAPES)
               MOVE WS-ARG-ANNEE TO WS-ET-ARGUMENTS(WS-NB-ETAPES)
               MOVE 'O' TO WS-ET-SAUVEGARDE(WS-NB-ETAPES)
           ELSE
               PERFORM 9616-ETAPES-FIN-PERIODE-DEB
                  THRU 9616-ETAPES-FIN-PERIODE-FIN
           END-IF
           PERFORM VARYING WS-IDX-ET FROM 1 BY 1
                 UNTIL WS-IDX-ET > WS-NB-ETAPES
               MOVE 'N' TO WS-ET-ETAT(WS-IDX-ET)
           END-PERFORM
           IF WS-ETAPE-DEPART < 1 OR WS-ETAPE-DEPART > WS-NB-ETAPES
               DISPLAY "Etape de reprise " WS-ETAPE-DEPART
                       " hors de la sequence " WS-SEQUENCE "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       9615-PREPARER-SEQUENCE-FIN.
           EXIT.

      ******************************************************************
      *    Etapes de fin de trimestre, et de fin d'annee (BULLANNU en
      *    plus).
      ******************************************************************
       9616-ETAPES-FIN-PERIODE-DEB.
           IF WS-SEQ-ANNEE
               MOVE "Fin d'annee" TO WS-LIB-SEQUENCE
           ELSE
               MOVE "Fin de trimestre" TO WS-LIB-SEQUENCE
           END-IF
           ADD 1 TO WS-NB-ETAPES
           MOVE "BULLPER"  TO WS-ET-PROGRAMME(WS-NB-ETAPES)
           MOVE "bullper"  TO WS-ET-EXECUTABLE(WS-NB-ETAPES)
           STRING "V " WS-ARG-ANNEE " " WS-ARG-TRIMESTRE
                  DELIMITED BY SIZE
                  INTO WS-ET-ARGUMENTS(WS-NB-ETAPES)
           ADD 1 TO WS-NB-ETAPES
           MOVE "BULLSYNC" TO WS-ET-PROGRAMME(WS-NB-ETAPES)
           MOVE "bullsync" TO WS-ET-EXECUTABLE(WS-NB-ETAPES)
           MOVE WS-ARG-ANNEE TO WS-ET-ARGUMENTS(WS-NB-ETAPES)
           ADD 1 TO WS-NB-ETAPES
           MOVE "BULLTIN"  TO WS-ET-PROGRAMME(WS-NB-ETAPES)
           MOVE "bulltin"  TO WS-ET-EXECUTABLE(WS-NB-ETAPES)
           STRING "T " WS-ARG-TRIMESTRE " " WS-ARG-ANNEE
                  DELIMITED BY SIZE
                  INTO WS-ET-ARGUMENTS(WS-NB-ETAPES)
           MOVE 'O' TO WS-ET-SAUVEGARDE(WS-NB-ETAPES)
           ADD 1 TO WS-NB-ETAPES
           MOVE "BULLHIST" TO WS-ET-PROGRAMME(WS-NB-ETAPES)
           MOVE "bullhist" TO WS-ET-EXECUTABLE(WS-NB-ETAPES)
           STRING "02,00 " WS-ARG-ANNEE
                  DELIMITED BY SIZE
                  INTO WS-ET-ARGUMENTS(WS-NB-ETAPES)
           IF WS-SEQ-ANNEE
               ADD 1 TO WS-NB-ETAPES
               MOVE "BULLANNU" TO WS-ET-PROGRAMME(WS-NB-ETAPES)
               MOVE "bullannu" TO WS-ET-EXECUTABLE(WS-NB-ETAPES)
               MOVE WS-ARG-ANNEE TO WS-ET-ARGUMENTS(WS-NB-ETAPES)
           END-IF.
       9616-ETAPES-FIN-PERIODE-FIN.
           EXIT.

      ******************************************************************
      *    Etape WS-IDX-ET : sauvegarde si elle ecrit, etat de la
      *    chaine mis a jour avant le lancement (une interruption
      *    pendant le passage se reprend comme un echec), lancement
      *    et lecture du code retour.
      ******************************************************************
       9625-EXECUTER-ETAPE-DEB.
           IF WS-ET-SAUVEGARDE-OUI(WS-IDX-ET)
               PERFORM 9630-SAUVEGARDER-DEB
                  THRU 9630-SAUVEGARDER-FIN
               IF WS-ERREUR-SAUVE-OUI
                   MOVE 'S' TO WS-ET-ETAT(WS-IDX-ET)
                   MOVE 'O' TO WS-ARRET
                   MOVE 8 TO WS-RC-CHAINE
                   MOVE 'A' TO CHN-ETAT
                   MOVE WS-IDX-ET TO CHN-ETAPE
                   MOVE 0 TO CHN-GENERATION
                   PERFORM 9650-ECRIRE-ETAT-CHAINE-DEB
                      THRU 9650-ECRIRE-ETAT-CHAINE-FIN
                   GO TO 9625-EXECUTER-ETAPE-FIN
               END-IF
           END-IF

           MOVE 'A' TO CHN-ETAT
           MOVE WS-IDX-ET TO CHN-ETAPE
           MOVE WS-ET-GENERATION(WS-IDX-ET) TO CHN-GENERATION
           PERFORM 9650-ECRIRE-ETAT-CHAINE-DEB
              THRU 9650-ECRIRE-ETAT-CHAINE-FIN

           MOVE SPACES TO WS-COMMANDE
           STRING WS-REPERTOIRE DELIMITED BY SPACE
                  WS-ET-EXECUTABLE(WS-IDX-ET) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ET-ARGUMENTS(WS-IDX-ET) DELIMITED BY SIZE
                  INTO WS-COMMANDE
           DISPLAY "Etape " WS-IDX-ET " : " WS-COMMANDE

           ACCEPT WS-HEURE-LUE FROM TIME
           MOVE WS-HEURE-LUE(1:6) TO WS-ET-DEBUT(WS-IDX-ET)
           COMPUTE WS-SECONDES-DEBUT =
               WS-HL-HH * 3600 + WS-HL-MM * 60 + WS-HL-SS

           CALL "SYSTEM" USING WS-COMMANDE
      *    Le systeme rend le statut du processus : code retour du
      *    programme multiplie par 256, negatif si le lancement a
      *    echoue.
           MOVE RETURN-CODE TO WS-RC-SYSTEME
           MOVE 0 TO RETURN-CODE
           IF WS-RC-SYSTEME < 0
               MOVE 99 TO WS-RC-SYSTEME
           END-IF
           IF WS-RC-SYSTEME >= 256
               DIVIDE 256 INTO WS-RC-SYSTEME
           END-IF
           MOVE WS-RC-SYSTEME TO WS-ET-RC(WS-IDX-ET)

           ACCEPT WS-HEURE-LUE FROM TIME
           COMPUTE WS-SECONDES-FIN =
               WS-HL-HH * 3600 + WS-HL-MM * 60 + WS-HL-SS
      *    Passage de minuit
           IF WS-SECONDES-FIN < WS-SECONDES-DEBUT
               ADD 86400 TO WS-SECONDES-FIN
           END-IF
           COMPUTE WS-ET-DUREE(WS-IDX-ET) =
               WS-SECONDES-FIN - WS-SECONDES-DEBUT

           IF WS-ET-RC(WS-IDX-ET) >= 4
               MOVE 'A' TO WS-ET-ETAT(WS-IDX-ET)
               MOVE 'O' TO WS-ARRET
               MOVE WS-ET-RC(WS-IDX-ET) TO WS-RC-CHAINE
           ELSE
               MOVE 'T' TO WS-ET-ETAT(WS-IDX-ET)
           END-IF
      *    Avertissement d'une etape qui reprend d'elle-meme ses cas
      *    en suspens : la reprise la relancera sans restauration.
           IF WS-ET-RC(WS-IDX-ET) >= 4 AND WS-ET-RC(WS-IDX-ET) < 8
              AND WS-ET-RELANCE-SIMPLE(WS-IDX-ET)
               MOVE 'A' TO CHN-ETAT
               MOVE WS-IDX-ET TO CHN-ETAPE
               MOVE 0 TO CHN-GENERATION
               PERFORM 9650-ECRIRE-ETAT-CHAINE-DEB
                  THRU 9650-ECRIRE-ETAT-CHAINE-FIN
           END-IF.
       9625-EXECUTER-ETAPE-FIN.
           EXIT.

      ******************************************************************
      *    Prend la generation suivante des quatre fichiers et la
      *    porte au catalogue. Un fichier absent est note absent ; le
      *    moindre incident de copie arrete la chaine avant l'etape.
      ******************************************************************
       9630-SAUVEGARDER-DEB.
           MOVE 'N' TO WS-ERREUR-SAUVE
           ADD 1 TO WS-DERNIERE-GENERATION
           MOVE WS-DERNIERE-GENERATION TO WS-GENERATION
           INITIALIZE TABLE-FICHIERS-SAUVES

           PERFORM 9631-SAUVER-ELEVES-DEB
              THRU 9631-SAUVER-ELEVES-FIN
           IF NOT WS-ERREUR-SAUVE-OUI
               PERFORM 9632-SAUVER-HISTO-DEB
                  THRU 9632-SAUVER-HISTO-FIN
           END-IF
           IF NOT WS-ERREUR-SAUVE-OUI
               PERFORM 9633-SAUVER-ARCHIVE-DEB
                  THRU 9633-SAUVER-ARCHIVE-FIN
           END-IF
           IF NOT WS-ERREUR-SAUVE-OUI
               PERFORM 9634-SAUVER-PERIODES-DEB
                  THRU 9634-SAUVER-PERIODES-FIN
           END-IF
           IF NOT WS-ERREUR-SAUVE-OUI
               PERFORM 9635-SAUVER-DECISIONS-DEB
                  THRU 9635-SAUVER-DECISIONS-FIN
           END-IF
           IF WS-ERREUR-SAUVE-OUI
               GO TO 9630-SAUVEGARDER-FIN
           END-IF

           MOVE WS-GENERATION             TO CAT-GENERATION
           MOVE WS-DATE-EXECUTION         TO CAT-DATE
           ACCEPT WS-HEURE-LUE FROM TIME
           MOVE WS-HEURE-LUE(1:6)         TO CAT-HEURE
           MOVE WS-SEQUENCE               TO CAT-SEQUENCE
           MOVE WS-ARG-ANNEE              TO CAT-ANNEE
           MOVE WS-ARG-TRIMESTRE          TO CAT-TRIMESTRE
           MOVE WS-IDX-ET                 TO CAT-ETAPE
           MOVE WS-ET-PROGRAMME(WS-IDX-ET) TO CAT-PROGRAMME
           PERFORM VARYING WS-IDX-FIC FROM 1 BY 1
                 UNTIL WS-IDX-FIC > 5
               MOVE WS-FS-PRESENT(WS-IDX-FIC)
                 TO CAT-PRESENT(WS-IDX-FIC)
               MOVE WS-FS-NB-ENREG(WS-IDX-FIC)
                 TO CAT-NB-ENREG(WS-IDX-FIC)
               MOVE WS-FS-PRESENT(WS-IDX-FIC)
                 TO WS-ET-PRESENT(WS-IDX-ET, WS-IDX-FIC)
               MOVE WS-FS-NB-ENREG(WS-IDX-FIC)
                 TO WS-ET-NB-ENREG(WS-IDX-ET, WS-IDX-FIC)
           END-PERFORM
           OPEN EXTEND F-CATALOGUE
           IF F-CATALOGUE-STATUS-NOFILE
               OPEN OUTPUT F-CATALOGUE
           END-IF
           IF NOT F-CATALOGUE-STATUS-OK
               DISPLAY "Catalogue sauvegardes.txt indisponible, "
                       "statut " F-CATALOGUE-STATUS
               MOVE 'O' TO WS-ERREUR-SAUVE
               GO TO 9630-SAUVEGARDER-FIN
           END-IF
           WRITE REC-CATALOGUE
           CLOSE F-CATALOGUE
           MOVE WS-GENERATION TO WS-ET-GENERATION(WS-IDX-ET)
           DISPLAY "Sauvegarde G" WS-GENERATION " avant "
                   WS-ET-PROGRAMME(WS-IDX-ET).
       9630-SAUVEGARDER-FIN.
           EXIT.

      ******************************************************************
      *    Copie eleves.dat dans eleves.dat.Gnnnn.
      ******************************************************************
       9631-SAUVER-ELEVES-DEB.
           MOVE "eleves.dat" TO WS-NOM-FICHIER
           OPEN INPUT F-ELEVES
           IF F-ELEVES-STATUS-NOFILE
               MOVE 'N' TO WS-FS-PRESENT(1)
               GO TO 9631-SAUVER-ELEVES-FIN
           END-IF
           IF NOT F-ELEVES-STATUS-OK
               DISPLAY "Sauvegarde : eleves.dat illisible, statut "
                       F-ELEVES-STATUS
               MOVE 'O' TO WS-ERREUR-SAUVE
               GO TO 9631-SAUVER-ELEVES-FIN
           END-IF
           PERFORM 9638-OUVRIR-SAUVE-SORTIE-DEB
              THRU 9638-OUVRIR-SAUVE-SORTIE-FIN
           IF WS-ERREUR-SAUVE-OUI
               CLOSE F-ELEVES
               GO TO 9631-SAUVER-ELEVES-FIN
           END-IF
           MOVE 'N' TO WS-FIN-COPIE
           MOVE 0 TO WS-NB-COPIES
           PERFORM UNTIL WS-FIN-COPIE-OUI
               READ F-ELEVES
                   AT END
                       MOVE 'O' TO WS-FIN-COPIE
                   NOT AT END
                       MOVE REC-ELEVE TO LIGNE-SAUVE
                       WRITE LIGNE-SAUVE
                       ADD 1 TO WS-NB-COPIES
               END-READ
           END-PERFORM
           CLOSE F-ELEVES
           CLOSE F-SAUVE
           MOVE 'O'          TO WS-FS-PRESENT(1)
           MOVE WS-NB-COPIES TO WS-FS-NB-ENREG(1).
       9631-SAUVER-ELEVES-FIN.
           EXIT.

      ******************************************************************
      *    Copie histo.dat dans histo.dat.Gnnnn.
      ******************************************************************
       9632-SAUVER-HISTO-DEB.
           MOVE "histo.dat" TO WS-NOM-FICHIER
           OPEN INPUT F-HISTO
           IF F-HISTO-STATUS-NOFILE
               MOVE 'N' TO WS-FS-PRESENT(2)
               GO TO 9632-SAUVER-HISTO-FIN
           END-IF
           IF NOT F-HISTO-STATUS-OK
               DISPLAY "Sauvegarde : histo.dat illisible, statut "
                       F-HISTO-STATUS
               MOVE 'O' TO WS-ERREUR-SAUVE
               GO TO 9632-SAUVER-HISTO-FIN
           END-IF
           PERFORM 9638-OUVRIR-SAUVE-SORTIE-DEB
              THRU 9638-OUVRIR-SAUVE-SORTIE-FIN
           IF WS-ERREUR-SAUVE-OUI
               CLOSE F-HISTO
               GO TO 9632-SAUVER-HISTO-FIN
           END-IF
           MOVE 'N' TO WS-FIN-COPIE
           MOVE 0 TO WS-NB-COPIES
           PERFORM UNTIL WS-FIN-COPIE-OUI
               READ F-HISTO
                   AT END
                       MOVE 'O' TO WS-FIN-COPIE
                   NOT AT END
                       MOVE REC-HISTO TO LIGNE-SAUVE
                       WRITE LIGNE-SAUVE
                       ADD 1 TO WS-NB-COPIES
               END-READ
           END-PERFORM
           CLOSE F-HISTO
           CLOSE F-SAUVE
           MOVE 'O'          TO WS-FS-PRESENT(2)
           MOVE WS-NB-COPIES TO WS-FS-NB-ENREG(2).
       9632-SAUVER-HISTO-FIN.
           EXIT.

      ******************************************************************
      *    Copie archive.dat dans archive.dat.Gnnnn.
      ******************************************************************
       9633-SAUVER-ARCHIVE-DEB.
           MOVE "archive.dat" TO WS-NOM-FICHIER
           OPEN INPUT F-ARCHIVE
           IF F-ARCHIVE-STATUS-NOFILE
               MOVE 'N' TO WS-FS-PRESENT(3)
               GO TO 9633-SAUVER-ARCHIVE-FIN
           END-IF
           IF NOT F-ARCHIVE-STATUS-OK
               DISPLAY "Sauvegarde : archive.dat illisible, statut "
                       F-ARCHIVE-STATUS
               MOVE 'O' TO WS-ERREUR-SAUVE
               GO TO 9633-SAUVER-ARCHIVE-FIN
           END-IF
           PERFORM 9638-OUVRIR-SAUVE-SORTIE-DEB
              THRU 9638-OUVRIR-SAUVE-SORTIE-FIN
           IF WS-ERREUR-SAUVE-OUI
               CLOSE F-ARCHIVE
               GO TO 9633-SAUVER-ARCHIVE-FIN
           END-IF
           MOVE 'N' TO WS-FIN-COPIE
           MOVE 0 TO WS-NB-COPIES
           PERFORM UNTIL WS-FIN-COPIE-OUI
               READ F-ARCHIVE
                   AT END
                       MOVE 'O' TO WS-FIN-COPIE
                   NOT AT END
                       MOVE REC-ARCHIVE TO LIGNE-SAUVE
                       WRITE LIGNE-SAUVE
                       ADD 1 TO WS-NB-COPIES
               END-READ
           END-PERFORM
           CLOSE F-ARCHIVE
           CLOSE F-SAUVE
           MOVE 'O'          TO WS-FS-PRESENT(3)
           MOVE WS-NB-COPIES TO WS-FS-NB-ENREG(3).
       9633-SAUVER-ARCHIVE-FIN.
           EXIT.

      ******************************************************************
      *    Copie periodes.dat dans periodes.dat.Gnnnn.
      ******************************************************************
       9634-SAUVER-PERIODES-DEB.
           MOVE "periodes.dat" TO WS-NOM-FICHIER
           OPEN INPUT F-PERIODES
           IF F-PERIODES-STATUS-NOFILE
               MOVE 'N' TO WS-FS-PRESENT(4)
               GO TO 9634-SAUVER-PERIODES-FIN
           END-IF
           IF NOT F-PERIODES-STATUS-OK
               DISPLAY "Sauvegarde : periodes.dat illisible, statut "
                       F-PERIODES-STATUS
               MOVE 'O' TO WS-ERREUR-SAUVE
               GO TO 9634-SAUVER-PERIODES-FIN
           END-IF
           PERFORM 9638-OUVRIR-SAUVE-SORTIE-DEB
              THRU 9638-OUVRIR-SAUVE-SORTIE-FIN
           IF WS-ERREUR-SAUVE-OUI
               CLOSE F-PERIODES
               GO TO 9634-SAUVER-PERIODES-FIN
           END-IF
           MOVE 'N' TO WS-FIN-COPIE
           MOVE 0 TO WS-NB-COPIES
           PERFORM UNTIL WS-FIN-COPIE-OUI
               READ F-PERIODES
                   AT END
                       MOVE 'O' TO WS-FIN-COPIE
                   NOT AT END
                       MOVE REC-PERIODE TO LIGNE-SAUVE
                       WRITE LIGNE-SAUVE
                       ADD 1 TO WS-NB-COPIES
               END-READ
           END-PERFORM
           CLOSE F-PERIODES
           CLOSE F-SAUVE
           MOVE 'O'          TO WS-FS-PRESENT(4)
           MOVE WS-NB-COPIES TO WS-FS-NB-ENREG(4).
       9634-SAUVER-PERIODES-FIN.
           EXIT.

      ******************************************************************
      *    Copie decisions.dat dans decisions.dat.Gnnnn.
      ******************************************************************
       9635-SAUVER-DECISIONS-DEB.
           MOVE "decisions.dat" TO WS-NOM-FICHIER
           OPEN INPUT F-DECISIONS
           IF F-DECISIONS-STATUS-NOFILE
               MOVE 'N' TO WS-FS-PRESENT(5)
               GO TO 9635-SAUVER-DECISIONS-FIN
           END-IF
           IF NOT F-DECISIONS-STATUS-OK
               DISPLAY "Sauvegarde : decisions.dat illisible, statut "
                       F-DECISIONS-STATUS
               MOVE 'O' TO WS-ERREUR-SAUVE
               GO TO 9635-SAUVER-DECISIONS-FIN
           END-IF
           PERFORM 9638-OUVRIR-SAUVE-SORTIE-DEB
              THRU 9638-OUVRIR-SAUVE-SORTIE-FIN
           IF WS-ERREUR-SAUVE-OUI
               CLOSE F-DECISIONS
               GO TO 9635-SAUVER-DECISIONS-FIN
           END-IF
           MOVE 'N' TO WS-FIN-COPIE
           MOVE 0 TO WS-NB-COPIES
           PERFORM UNTIL WS-FIN-COPIE-OUI
               READ F-DECISIONS
                   AT END
                       MOVE 'O' TO WS-FIN-COPIE
                   NOT AT END
                       MOVE REC-DECISION TO LIGNE-SAUVE
                       WRITE LIGNE-SAUVE
                       ADD 1 TO WS-NB-COPIES
               END-READ
           END-PERFORM
           CLOSE F-DECISIONS
           CLOSE F-SAUVE
           MOVE 'O'          TO WS-FS-PRESENT(5)
           MOVE WS-NB-COPIES TO WS-FS-NB-ENREG(5).
       9635-SAUVER-DECISIONS-FIN.
           EXIT.

      ******************************************************************
      *    Forme le nom de la generation du fichier WS-NOM-FICHIER
      *    (WS-NOM-FICHIER.Gnnnn) dans WS-NOM-SAUVE.
      ******************************************************************
       9637-NOMMER-SAUVE-DEB.
           MOVE SPACES TO WS-NOM-SAUVE
           STRING WS-NOM-FICHIER DELIMITED BY SPACE
                  ".G" WS-GENERATION DELIMITED BY SIZE
                  INTO WS-NOM-SAUVE.
       9637-NOMMER-SAUVE-FIN.
           EXIT.

      ******************************************************************
      *    Cree la generation WS-GENERATION du fichier WS-NOM-FICHIER.
      ******************************************************************
       9638-OUVRIR-SAUVE-SORTIE-DEB.
           PERFORM 9637-NOMMER-SAUVE-DEB
              THRU 9637-NOMMER-SAUVE-FIN
           OPEN OUTPUT F-SAUVE
           IF NOT F-SAUVE-STATUS-OK
               DISPLAY "Sauvegarde : creation de " WS-NOM-SAUVE
                       " impossible, statut " F-SAUVE-STATUS
               MOVE 'O' TO WS-ERREUR-SAUVE
           END-IF.
       9638-OUVRIR-SAUVE-SORTIE-FIN.
           EXIT.

      ******************************************************************
      *    Reprise : restaure la generation prise avant l'etape en
      *    echec. Toutes les copies et la piste d'audit sont
      *    controlees avant de toucher au moindre fichier ; un
      *    fichier absent lors de la sauvegarde est recree vide. Tout
      *    incident arrete la reprise (code retour 8).
      ******************************************************************
       9640-RESTAURER-DEB.
           IF NOT WS-CAT-TROUVE-OUI
               DISPLAY "Generation G" WS-GEN-RESTAUREE
                       " absente du catalogue sauvegardes.txt : "
                       "reprise impossible."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-GEN-RESTAUREE TO WS-GENERATION
           PERFORM VARYING WS-IDX-FIC FROM 1 BY 1
                 UNTIL WS-IDX-FIC > 5
               IF WS-FS-PRESENT(WS-IDX-FIC) = 'O'
                   PERFORM 9645-NOM-FICHIER-DEB
                      THRU 9645-NOM-FICHIER-FIN
                   PERFORM 9637-NOMMER-SAUVE-DEB
                      THRU 9637-NOMMER-SAUVE-FIN
                   OPEN INPUT F-SAUVE
                   IF NOT F-SAUVE-STATUS-OK
                       DISPLAY "Copie " WS-NOM-SAUVE " illisible "
                               "(statut " F-SAUVE-STATUS
                               ") : reprise impossible, aucun "
                               "fichier restaure."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   CLOSE F-SAUVE
               END-IF
           END-PERFORM
      *    Pas de restauration de histo.dat sans sa piste d'audit.
           OPEN EXTEND F-AUDIT
           IF F-AUDIT-STATUS-NOFILE
               OPEN OUTPUT F-AUDIT
           END-IF
           IF NOT F-AUDIT-STATUS-OK
               DISPLAY "Piste d'audit audithisto.txt indisponible, "
                       "statut " F-AUDIT-STATUS
                       " : reprise impossible, aucun fichier restaure."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-ERREUR-SAUVE
           PERFORM 9641-RESTAURER-ELEVES-DEB
              THRU 9641-RESTAURER-ELEVES-FIN
           PERFORM 9642-RESTAURER-HISTO-DEB
              THRU 9642-RESTAURER-HISTO-FIN
           PERFORM 9643-RESTAURER-ARCHIVE-DEB
              THRU 9643-RESTAURER-ARCHIVE-FIN
           PERFORM 9644-RESTAURER-PERIODES-DEB
              THRU 9644-RESTAURER-PERIODES-FIN
           PERFORM 9648-RESTAURER-DECISIONS-DEB
              THRU 9648-RESTAURER-DECISIONS-FIN
           CLOSE F-AUDIT
           IF WS-ERREUR-SAUVE-OUI
               DISPLAY "Restauration de la generation G"
                       WS-GEN-RESTAUREE " incomplete : relancer "
                       "BULLCHN R apres correction."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Generation G" WS-GEN-RESTAUREE
                   " restauree, reprise a l'etape " WS-ETAPE-DEPART.
       9640-RESTAURER-FIN.
           EXIT.

      ******************************************************************
      *    Recharge eleves.dat depuis sa copie (vide si absent).
      ******************************************************************
       9641-RESTAURER-ELEVES-DEB.
           OPEN OUTPUT F-ELEVES
           IF NOT F-ELEVES-STATUS-OK
               DISPLAY "Restauration : eleves.dat non recreable, "
                       "statut " F-ELEVES-STATUS
               MOVE 'O' TO WS-ERREUR-SAUVE
               GO TO 9641-RESTAURER-ELEVES-FIN
           END-IF
           MOVE 0 TO WS-NB-COPIES
           IF WS-FS-PRESENT(1) = 'O'
               MOVE 1 TO WS-IDX-FIC
               PERFORM 9646-OUVRIR-SAUVE-ENTREE-DEB
                  THRU 9646-OUVRIR-SAUVE-ENTREE-FIN
               PERFORM UNTIL WS-FIN-COPIE-OUI
                   READ F-SAUVE
                       AT END
                           MOVE 'O' TO WS-FIN-COPIE
                       NOT AT END
                           MOVE LIGNE-SAUVE(1:112) TO REC-ELEVE
                           WRITE REC-ELEVE
                               INVALID KEY
                                   MOVE 'O' TO WS-ERREUR-SAUVE
                               NOT INVALID KEY
                                   ADD 1 TO WS-NB-COPIES
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE F-SAUVE
           END-IF
           CLOSE F-ELEVES
           MOVE 1 TO WS-IDX-FIC
           PERFORM 9647-CONTROLER-COMPTE-DEB
              THRU 9647-CONTROLER-COMPTE-FIN.
       9641-RESTAURER-ELEVES-FIN.
           EXIT.

      ******************************************************************
      *    Recharge histo.dat depuis sa copie (vide si absent),
      *    apres avoir trace les ecarts dans la piste d'audit.
      ******************************************************************
       9642-RESTAURER-HISTO-DEB.
           PERFORM 9649-AUDITER-HISTO-DEB
              THRU 9649-AUDITER-HISTO-FIN
           IF WS-ERREUR-SAUVE-OUI
               GO TO 9642-RESTAURER-HISTO-FIN
           END-IF
           OPEN OUTPUT F-HISTO
           IF NOT F-HISTO-STATUS-OK
               DISPLAY "Restauration : histo.dat non recreable, "
                       "statut " F-HISTO-STATUS
               MOVE 'O' TO WS-ERREUR-SAUVE
               GO TO 9642-RESTAURER-HISTO-FIN
           END-IF
           MOVE 0 TO WS-NB-COPIES
           IF WS-FS-PRESENT(2) = 'O'
               MOVE 2 TO WS-IDX-FIC
               PERFORM 9646-OUVRIR-SAUVE-ENTREE-DEB
                  THRU 9646-OUVRIR-SAUVE-ENTREE-FIN
               PERFORM UNTIL WS-FIN-COPIE-OUI
                   READ F-SAUVE
                       AT END
                           MOVE 'O' TO WS-FIN-COPIE
                       NOT AT END
                           MOVE LIGNE-SAUVE(1:41) TO REC-HISTO
                           WRITE REC-HISTO
                               INVALID KEY
                                   MOVE 'O' TO WS-ERREUR-SAUVE
                               NOT INVALID KEY
                                   ADD 1 TO WS-NB-COPIES
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE F-SAUVE
           END-IF
           CLOSE F-HISTO
           MOVE 2 TO WS-IDX-FIC
           PERFORM 9647-CONTROLER-COMPTE-DEB
              THRU 9647-CONTROLER-COMPTE-FIN.
       9642-RESTAURER-HISTO-FIN.
           EXIT.

      ******************************************************************
      *    Recharge archive.dat depuis sa copie (vide si absent).
      ******************************************************************
       9643-RESTAURER-ARCHIVE-DEB.
           OPEN OUTPUT F-ARCHIVE
           IF NOT F-ARCHIVE-STATUS-OK
               DISPLAY "Restauration : archive.dat non recreable, "
                       "statut " F-ARCHIVE-STATUS
               MOVE 'O' TO WS-ERREUR-SAUVE
               GO TO 9643-RESTAURER-ARCHIVE-FIN
           END-IF
           MOVE 0 TO WS-NB-COPIES
           IF WS-FS-PRESENT(3) = 'O'
               MOVE 3 TO WS-IDX-FIC
               PERFORM 9646-OUVRIR-SAUVE-ENTREE-DEB
                  THRU 9646-OUVRIR-SAUVE-ENTREE-FIN
               PERFORM UNTIL WS-FIN-COPIE-OUI
                   READ F-SAUVE
                       AT END
                           MOVE 'O' TO WS-FIN-COPIE
                       NOT AT END
                           MOVE LIGNE-SAUVE(1:41) TO REC-ARCHIVE
                           WRITE REC-ARCHIVE
                               INVALID KEY
                                   MOVE 'O' TO WS-ERREUR-SAUVE
                               NOT INVALID KEY
                                   ADD 1 TO WS-NB-COPIES
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE F-SAUVE
           END-IF
           CLOSE F-ARCHIVE
           MOVE 3 TO WS-IDX-FIC
           PERFORM 9647-CONTROLER-COMPTE-DEB
              THRU 9647-CONTROLER-COMPTE-FIN.
       9643-RESTAURER-ARCHIVE-FIN.
           EXIT.

      ******************************************************************
      *    Recharge periodes.dat depuis sa copie (vide si absent).
      ******************************************************************
       9644-RESTAURER-PERIODES-DEB.
           OPEN OUTPUT F-PERIODES
           IF NOT F-PERIODES-STATUS-OK
               DISPLAY "Restauration : periodes.dat non recreable, "
                       "statut " F-PERIODES-STATUS
               MOVE 'O' TO WS-ERREUR-SAUVE
               GO TO 9644-RESTAURER-PERIODES-FIN
           END-IF
           MOVE 0 TO WS-NB-COPIES
           IF WS-FS-PRESENT(4) = 'O'
               MOVE 4 TO WS-IDX-FIC
               PERFORM 9646-OUVRIR-SAUVE-ENTREE-DEB
                  THRU 9646-OUVRIR-SAUVE-ENTREE-FIN
               PERFORM UNTIL WS-FIN-COPIE-OUI
                   READ F-SAUVE
                       AT END
                           MOVE 'O' TO WS-FIN-COPIE
                       NOT AT END
                           MOVE LIGNE-SAUVE(1:22) TO REC-PERIODE
                           WRITE REC-PERIODE
                           ADD 1 TO WS-NB-COPIES
                   END-READ
               END-PERFORM
               CLOSE F-SAUVE
           END-IF
           CLOSE F-PERIODES
           MOVE 4 TO WS-IDX-FIC
           PERFORM 9647-CONTROLER-COMPTE-DEB
              THRU 9647-CONTROLER-COMPTE-FIN.
       9644-RESTAURER-PERIODES-FIN.
           EXIT.

      ******************************************************************
      *    Recharge decisions.dat depuis sa copie (vide si absent).
      ******************************************************************
       9648-RESTAURER-DECISIONS-DEB.
           OPEN OUTPUT F-DECISIONS
           IF NOT F-DECISIONS-STATUS-OK
               DISPLAY "Restauration : decisions.dat non recreable, "
                       "statut " F-DECISIONS-STATUS
               MOVE 'O' TO WS-ERREUR-SAUVE
               GO TO 9648-RESTAURER-DECISIONS-FIN
           END-IF
           MOVE 0 TO WS-NB-COPIES
           IF WS-FS-PRESENT(5) = 'O'
               MOVE 5 TO WS-IDX-FIC
               PERFORM 9646-OUVRIR-SAUVE-ENTREE-DEB
                  THRU 9646-OUVRIR-SAUVE-ENTREE-FIN
               PERFORM UNTIL WS-FIN-COPIE-OUI
                   READ F-SAUVE
                       AT END
                           MOVE 'O' TO WS-FIN-COPIE
                       NOT AT END
                           MOVE LIGNE-SAUVE(1:41) TO REC-DECISION
                           WRITE REC-DECISION
                               INVALID KEY
                                   MOVE 'O' TO WS-ERREUR-SAUVE
                               NOT INVALID KEY
                                   ADD 1 TO WS-NB-COPIES
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE F-SAUVE
           END-IF
           CLOSE F-DECISIONS
           MOVE 5 TO WS-IDX-FIC
           PERFORM 9647-CONTROLER-COMPTE-DEB
              THRU 9647-CONTROLER-COMPTE-FIN.
       9648-RESTAURER-DECISIONS-FIN.
           EXIT.

      ******************************************************************
      *    Compare histo.dat, tel que l'a laisse l'etape en echec, a
      *    la copie qui va le remplacer, les deux dans l'ordre de la
      *    cle, et trace chaque ecart dans audithisto.txt (programme
      *    BULLCHN, mode R) : S pour une cle qui disparait, C pour
      *    une cle recreee, M pour un enregistrement qui change.
      ******************************************************************
       9649-AUDITER-HISTO-DEB.
           MOVE 0 TO WS-NB-AUDIT-S
           MOVE 0 TO WS-NB-AUDIT-C
           MOVE 0 TO WS-NB-AUDIT-M
           MOVE HIGH-VALUES TO WS-CLE-ACTUELLE
           MOVE HIGH-VALUES TO WS-CLE-COPIE
           OPEN INPUT F-HISTO
           IF F-HISTO-STATUS-OK
               PERFORM 9651-LIRE-HISTO-ACTUEL-DEB
                  THRU 9651-LIRE-HISTO-ACTUEL-FIN
           ELSE
               IF NOT F-HISTO-STATUS-NOFILE
                   DISPLAY "Restauration : histo.dat illisible, "
                           "statut " F-HISTO-STATUS
                   MOVE 'O' TO WS-ERREUR-SAUVE
                   GO TO 9649-AUDITER-HISTO-FIN
               END-IF
           END-IF
           MOVE 'O' TO WS-FIN-COPIE
           IF WS-FS-PRESENT(2) = 'O'
               MOVE 2 TO WS-IDX-FIC
               PERFORM 9646-OUVRIR-SAUVE-ENTREE-DEB
                  THRU 9646-OUVRIR-SAUVE-ENTREE-FIN
               IF WS-ERREUR-SAUVE-OUI
                   IF F-HISTO-STATUS-OK
                       CLOSE F-HISTO
                   END-IF
                   GO TO 9649-AUDITER-HISTO-FIN
               END-IF
               PERFORM 9652-LIRE-HISTO-COPIE-DEB
                  THRU 9652-LIRE-HISTO-COPIE-FIN
           END-IF

           PERFORM UNTIL WS-CLE-ACTUELLE = HIGH-VALUES
                     AND WS-CLE-COPIE = HIGH-VALUES
               EVALUATE TRUE
                 WHEN WS-CLE-ACTUELLE < WS-CLE-COPIE
                     MOVE 'S'             TO AUD-OPERATION
                     MOVE WS-CLE-ACTUELLE TO AUD-CLE
                     MOVE WS-HISTO-ACTUEL TO AUD-AVANT
                     MOVE SPACES          TO AUD-APRES
                     PERFORM 9653-ECRIRE-AUDIT-DEB
                        THRU 9653-ECRIRE-AUDIT-FIN
                     ADD 1 TO WS-NB-AUDIT-S
                     PERFORM 9651-LIRE-HISTO-ACTUEL-DEB
                        THRU 9651-LIRE-HISTO-ACTUEL-FIN
                 WHEN WS-CLE-ACTUELLE > WS-CLE-COPIE
                     MOVE 'C'             TO AUD-OPERATION
                     MOVE WS-CLE-COPIE    TO AUD-CLE
                     MOVE SPACES          TO AUD-AVANT
                     MOVE WS-HISTO-COPIE  TO AUD-APRES
                     PERFORM 9653-ECRIRE-AUDIT-DEB
                        THRU 9653-ECRIRE-AUDIT-FIN
                     ADD 1 TO WS-NB-AUDIT-C
                     PERFORM 9652-LIRE-HISTO-COPIE-DEB
                        THRU 9652-LIRE-HISTO-COPIE-FIN
                 WHEN OTHER
                     IF WS-HISTO-ACTUEL NOT = WS-HISTO-COPIE
                         MOVE 'M'             TO AUD-OPERATION
                         MOVE WS-CLE-ACTUELLE TO AUD-CLE
                         MOVE WS-HISTO-ACTUEL TO AUD-AVANT
                         MOVE WS-HISTO-COPIE  TO AUD-APRES
                         PERFORM 9653-ECRIRE-AUDIT-DEB
                            THRU 9653-ECRIRE-AUDIT-FIN
                         ADD 1 TO WS-NB-AUDIT-M
                     END-IF
                     PERFORM 9651-LIRE-HISTO-ACTUEL-DEB
                        THRU 9651-LIRE-HISTO-ACTUEL-FIN
                     PERFORM 9652-LIRE-HISTO-COPIE-DEB
                        THRU 9652-LIRE-HISTO-COPIE-FIN
               END-EVALUATE
           END-PERFORM

           IF F-HISTO-STATUS-NOFILE
               CONTINUE
           ELSE
               CLOSE F-HISTO
           END-IF
           IF WS-FS-PRESENT(2) = 'O'
               CLOSE F-SAUVE
           END-IF.
       9649-AUDITER-HISTO-FIN.
           EXIT.

      ******************************************************************
      *    Enregistrement suivant de histo.dat actuel (cle a
      *    HIGH-VALUES en fin de fichier).
      ******************************************************************
       9651-LIRE-HISTO-ACTUEL-DEB.
           READ F-HISTO
               AT END
                   MOVE HIGH-VALUES TO WS-CLE-ACTUELLE
               NOT AT END
                   MOVE HISTO-CLE TO WS-CLE-ACTUELLE
                   MOVE REC-HISTO TO WS-HISTO-ACTUEL
           END-READ.
       9651-LIRE-HISTO-ACTUEL-FIN.
           EXIT.

      ******************************************************************
      *    Enregistrement suivant de la copie de histo.dat (cle a
      *    HIGH-VALUES en fin de fichier).
      ******************************************************************
       9652-LIRE-HISTO-COPIE-DEB.
           IF WS-FIN-COPIE-OUI
               MOVE HIGH-VALUES TO WS-CLE-COPIE
               GO TO 9652-LIRE-HISTO-COPIE-FIN
           END-IF
           READ F-SAUVE
               AT END
                   MOVE 'O' TO WS-FIN-COPIE
                   MOVE HIGH-VALUES TO WS-CLE-COPIE
               NOT AT END
                   MOVE LIGNE-SAUVE(1:9)  TO WS-CLE-COPIE
                   MOVE LIGNE-SAUVE(1:41) TO WS-HISTO-COPIE
           END-READ.
       9652-LIRE-HISTO-COPIE-FIN.
           EXIT.

      ******************************************************************
      *    Ecrit l'enregistrement d'audit prepare (operation, cle,
      *    images avant et apres).
      ******************************************************************
       9653-ECRIRE-AUDIT-DEB.
           MOVE WS-DATE-EXECUTION       TO AUD-DATE
           MOVE WS-HEURE-EXECUTION(1:6) TO AUD-HEURE
           MOVE WS-OPERATEUR            TO AUD-OPERATEUR
           MOVE "BULLCHN"               TO AUD-PROGRAMME
           MOVE 'R'                     TO AUD-MODE
           WRITE REC-AUDIT.
       9653-ECRIRE-AUDIT-FIN.
           EXIT.

      ******************************************************************
      *    Nom du fichier numero WS-IDX-FIC dans WS-NOM-FICHIER.
      ******************************************************************
       9645-NOM-FICHIER-DEB.
           EVALUATE WS-IDX-FIC
               WHEN 1
                   MOVE "eleves.dat"   TO WS-NOM-FICHIER
               WHEN 2
                   MOVE "histo.dat"    TO WS-NOM-FICHIER
               WHEN 3
                   MOVE "archive.dat"  TO WS-NOM-FICHIER
               WHEN 4
                   MOVE "periodes.dat" TO WS-NOM-FICHIER
               WHEN OTHER
                   MOVE "decisions.dat" TO WS-NOM-FICHIER
           END-EVALUATE.
       9645-NOM-FICHIER-FIN.
           EXIT.

      ******************************************************************
      *    Ouvre en lecture la copie du fichier numero WS-IDX-FIC de
      *    la generation a restaurer (controlee lisible en 9640).
      ******************************************************************
       9646-OUVRIR-SAUVE-ENTREE-DEB.
           PERFORM 9645-NOM-FICHIER-DEB
              THRU 9645-NOM-FICHIER-FIN
           PERFORM 9637-NOMMER-SAUVE-DEB
              THRU 9637-NOMMER-SAUVE-FIN
           MOVE 'N' TO WS-FIN-COPIE
           OPEN INPUT F-SAUVE
           IF NOT F-SAUVE-STATUS-OK
               DISPLAY "Restauration : " WS-NOM-SAUVE " illisible, "
                       "statut " F-SAUVE-STATUS
               MOVE 'O' TO WS-ERREUR-SAUVE
               MOVE 'O' TO WS-FIN-COPIE
           END-IF.
       9646-OUVRIR-SAUVE-ENTREE-FIN.
           EXIT.

      ******************************************************************
      *    Compare le nombre d'enregistrements recharges du fichier
      *    WS-IDX-FIC a celui du catalogue.
      ******************************************************************
       9647-CONTROLER-COMPTE-DEB.
           IF WS-NB-COPIES NOT = WS-FS-NB-ENREG(WS-IDX-FIC)
               PERFORM 9645-NOM-FICHIER-DEB
                  THRU 9645-NOM-FICHIER-FIN
               DISPLAY "Restauration de " WS-NOM-FICHIER " : "
                       WS-NB-COPIES " enregistrements recharges, "
                       WS-FS-NB-ENREG(WS-IDX-FIC) " sauvegardes."
               MOVE 'O' TO WS-ERREUR-SAUVE
           END-IF.
       9647-CONTROLER-COMPTE-FIN.
           EXIT.

      ******************************************************************
      *    Reecrit chaine.dat avec la sequence courante ; CHN-ETAT,
      *    CHN-ETAPE et CHN-GENERATION sont garnis par l'appelant.
      ******************************************************************
       9650-ECRIRE-ETAT-CHAINE-DEB.
           IF NOT WS-SEQ-ABANDON
               MOVE WS-SEQUENCE      TO CHN-SEQUENCE
               MOVE WS-ARG-ANNEE     TO CHN-ANNEE
               MOVE WS-ARG-TRIMESTRE TO CHN-TRIMESTRE
           END-IF
           MOVE WS-DATE-EXECUTION       TO CHN-DATE
           MOVE WS-HEURE-EXECUTION(1:6) TO CHN-HEURE
           MOVE WS-OPERATEUR            TO CHN-OPERATEUR
           OPEN OUTPUT F-ETAT-CHAINE
           IF NOT F-ETAT-CHAINE-STATUS-OK
               DISPLAY "Etat de la chaine chaine.dat non enregistre, "
                       "statut " F-ETAT-CHAINE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REC-ETAT-CHAINE
           CLOSE F-ETAT-CHAINE.
       9650-ECRIRE-ETAT-CHAINE-FIN.
           EXIT.

      ******************************************************************
      *    Page de synthese chaine.txt : une ligne par etape (code
      *    retour, duree, sauvegarde), le detail des generations
      *    prises, la restauration eventuelle et la conclusion.
      ******************************************************************
       9660-EDITER-SYNTHESE-DEB.
           OPEN OUTPUT F-SYNTHESE
           MOVE SPACES TO LIGNE-SYNTHESE
           MOVE ALL "*" TO LIGNE-SYNTHESE(1:70)
           WRITE LIGNE-SYNTHESE
           MOVE SPACES TO LIGNE-SYNTHESE
           IF WS-SEQ-TRIMESTRE
               STRING "  CHAINE D'EXPLOITATION - " DELIMITED BY SIZE
                      WS-LIB-SEQUENCE DELIMITED BY "  "
                      " " WS-ARG-TRIMESTRE " - ANNEE SCOLAIRE "
                      WS-ARG-ANNEE "-" WS-ANNEE-SUIVANTE
                      DELIMITED BY SIZE INTO LIGNE-SYNTHESE
           ELSE
               STRING "  CHAINE D'EXPLOITATION - " DELIMITED BY SIZE
                      WS-LIB-SEQUENCE DELIMITED BY "  "
                      " - ANNEE SCOLAIRE "
                      WS-ARG-ANNEE "-" WS-ANNEE-SUIVANTE
                      DELIMITED BY SIZE INTO LIGNE-SYNTHESE
           END-IF
           WRITE LIGNE-SYNTHESE
           MOVE SPACES TO LIGNE-SYNTHESE
           STRING "  Lancee le " WS-DATE-EXECUTION
                  " a " WS-HEURE-EXECUTION(1:6)
                  " par " WS-OPERATEUR
                  DELIMITED BY SIZE INTO LIGNE-SYNTHESE
           WRITE LIGNE-SYNTHESE
           IF WS-REPRISE-OUI
               MOVE WS-ETAPE-DEPART TO WS-EDIT-ETAPE
               MOVE SPACES TO LIGNE-SYNTHESE
               IF WS-GEN-RESTAUREE > 0
                   STRING "  REPRISE a l'etape " WS-EDIT-ETAPE
                          " apres restauration de la generation G"
                          WS-GEN-RESTAUREE
                          DELIMITED BY SIZE INTO LIGNE-SYNTHESE
               ELSE
                   IF WS-ET-SAUVEGARDE-OUI(WS-ETAPE-DEPART)
                       STRING "  REPRISE a l'etape " WS-EDIT-ETAPE
                              " sans restauration"
                              DELIMITED BY SIZE INTO LIGNE-SYNTHESE
                   ELSE
                       STRING "  REPRISE a l'etape " WS-EDIT-ETAPE
                              " (etape sans sauvegarde, rien a "
                              "restaurer)"
                              DELIMITED BY SIZE INTO LIGNE-SYNTHESE
                   END-IF
               END-IF
               WRITE LIGNE-SYNTHESE
               IF WS-GEN-RESTAUREE > 0
                   MOVE SPACES TO LIGNE-SYNTHESE
                   STRING "  histo.dat restaure, ecarts traces dans "
                          "audithisto.txt : " WS-NB-AUDIT-S
                          " supprime(s), " WS-NB-AUDIT-C
                          " recree(s), " WS-NB-AUDIT-M
                          " remis en etat"
                          DELIMITED BY SIZE INTO LIGNE-SYNTHESE
                   WRITE LIGNE-SYNTHESE
               END-IF
           END-IF
           MOVE SPACES TO LIGNE-SYNTHESE
           MOVE ALL "*" TO LIGNE-SYNTHESE(1:70)
           WRITE LIGNE-SYNTHESE

           MOVE SPACES TO LIGNE-SYNTHESE
           WRITE LIGNE-SYNTHESE
           MOVE SPACES TO LIGNE-SYNTHESE
           MOVE "ETAPE"      TO LIGNE-SYNTHESE(2:5)
           MOVE "PROGRAMME"  TO LIGNE-SYNTHESE(9:9)
           MOVE "ARGUMENTS"  TO LIGNE-SYNTHESE(20:9)
           MOVE "DEBUT"      TO LIGNE-SYNTHESE(44:5)
           MOVE "DUREE"      TO LIGNE-SYNTHESE(52:5)
           MOVE "RC"         TO LIGNE-SYNTHESE(63:2)
           MOVE "SAUVEGARDE" TO LIGNE-SYNTHESE(67:10)
           MOVE "ETAT"       TO LIGNE-SYNTHESE(79:4)
           WRITE LIGNE-SYNTHESE
           PERFORM VARYING WS-IDX-ET FROM 1 BY 1
                 UNTIL WS-IDX-ET > WS-NB-ETAPES
               PERFORM 9665-LIGNE-ETAPE-DEB
                  THRU 9665-LIGNE-ETAPE-FIN
           END-PERFORM

           MOVE SPACES TO LIGNE-SYNTHESE
           WRITE LIGNE-SYNTHESE
           MOVE SPACES TO LIGNE-SYNTHESE
           STRING "  Sauvegardes prises (eleves.dat, histo.dat, "
                  "archive.dat, periodes.dat, decisions.dat) :"
                  DELIMITED BY SIZE INTO LIGNE-SYNTHESE
           WRITE LIGNE-SYNTHESE
           MOVE 0 TO WS-GENERATION
           PERFORM VARYING WS-IDX-ET FROM 1 BY 1
                 UNTIL WS-IDX-ET > WS-NB-ETAPES
               IF WS-ET-GENERATION(WS-IDX-ET) > 0
                   MOVE WS-ET-GENERATION(WS-IDX-ET) TO WS-GENERATION
                   PERFORM 9667-LIGNE-SAUVEGARDE-DEB
                      THRU 9667-LIGNE-SAUVEGARDE-FIN
               END-IF
           END-PERFORM
           IF WS-GENERATION = 0
               MOVE "    aucune" TO LIGNE-SYNTHESE
               WRITE LIGNE-SYNTHESE
           END-IF

           MOVE SPACES TO LIGNE-SYNTHESE
           WRITE LIGNE-SYNTHESE
           MOVE SPACES TO LIGNE-SYNTHESE
           IF WS-ARRET-OUI
               PERFORM VARYING WS-IDX-ET FROM 1 BY 1
                     UNTIL WS-IDX-ET > WS-NB-ETAPES
                        OR WS-ET-ETAT(WS-IDX-ET) = 'A'
                        OR WS-ET-ETAT(WS-IDX-ET) = 'S'
                   CONTINUE
               END-PERFORM
               MOVE WS-IDX-ET TO WS-EDIT-ETAPE
               MOVE WS-RC-CHAINE TO WS-EDIT-RC
               STRING "  CHAINE ARRETEE a l'etape " WS-EDIT-ETAPE
                      " (" WS-ET-PROGRAMME(WS-IDX-ET)
                      DELIMITED BY SIZE
                      ", code retour " WS-EDIT-RC
                      ") : corriger puis relancer par BULLCHN R."
                      DELIMITED BY SIZE INTO LIGNE-SYNTHESE
               WRITE LIGNE-SYNTHESE
               MOVE SPACES TO LIGNE-SYNTHESE
               EVALUATE TRUE
                 WHEN WS-ET-GENERATION(WS-IDX-ET) > 0
                  AND WS-ET-RELANCE-SIMPLE(WS-IDX-ET)
                  AND WS-ET-ETAT(WS-IDX-ET) = 'A'
                  AND WS-ET-RC(WS-IDX-ET) < 8
                     STRING "  Avertissement : la reprise relance "
                            "l'etape SANS restauration (cas deja "
                            "traites non rejoues, G"
                            WS-ET-GENERATION(WS-IDX-ET) " conservee)."
                            DELIMITED BY SIZE INTO LIGNE-SYNTHESE
                 WHEN WS-ET-GENERATION(WS-IDX-ET) > 0
                     STRING "  La reprise restaure d'abord la "
                            "generation G" WS-ET-GENERATION(WS-IDX-ET)
                            " prise avant cette etape."
                            DELIMITED BY SIZE INTO LIGNE-SYNTHESE
                 WHEN OTHER
                     STRING "  Etape sans sauvegarde : la reprise la "
                            "relance telle quelle."
                            DELIMITED BY SIZE INTO LIGNE-SYNTHESE
               END-EVALUATE
           ELSE
               MOVE "  CHAINE TERMINEE NORMALEMENT." TO LIGNE-SYNTHESE
           END-IF
           WRITE LIGNE-SYNTHESE
           CLOSE F-SYNTHESE.
       9660-EDITER-SYNTHESE-FIN.
           EXIT.

      ******************************************************************
      *    Ligne de la synthese pour l'etape WS-IDX-ET.
      ******************************************************************
       9665-LIGNE-ETAPE-DEB.
           EVALUATE WS-ET-ETAT(WS-IDX-ET)
               WHEN 'T'
                   MOVE "TERMINEE"       TO WS-LIB-ETAT
               WHEN 'A'
                   MOVE "ARRET"          TO WS-LIB-ETAT
               WHEN 'S'
                   MOVE "SAUVEGARDE KO"  TO WS-LIB-ETAT
               WHEN 'P'
                   MOVE "FAITE AVANT"    TO WS-LIB-ETAT
               WHEN OTHER
                   MOVE "NON LANCEE"     TO WS-LIB-ETAT
           END-EVALUATE
           MOVE SPACES TO LIGNE-SYNTHESE
           MOVE WS-IDX-ET TO WS-EDIT-ETAPE
           MOVE WS-EDIT-ETAPE                TO LIGNE-SYNTHESE(4:2)
           MOVE WS-ET-PROGRAMME(WS-IDX-ET)   TO LIGNE-SYNTHESE(9:8)
           MOVE WS-ET-ARGUMENTS(WS-IDX-ET)   TO LIGNE-SYNTHESE(20:22)
           MOVE WS-LIB-ETAT                  TO LIGNE-SYNTHESE(79:14)
           IF WS-ET-ETAT(WS-IDX-ET) = 'T' OR 'A'
               MOVE WS-ET-DEBUT(WS-IDX-ET)   TO LIGNE-SYNTHESE(43:6)
               DIVIDE WS-ET-DUREE(WS-IDX-ET) BY 3600
                   GIVING WS-DUREE-HH REMAINDER WS-DUREE-RESTE
               DIVIDE WS-DUREE-RESTE BY 60
                   GIVING WS-DUREE-MM REMAINDER WS-DUREE-SS
               STRING WS-DUREE-HH ":" WS-DUREE-MM ":" WS-DUREE-SS
                      DELIMITED BY SIZE INTO LIGNE-SYNTHESE(51:8)
               MOVE WS-ET-RC(WS-IDX-ET) TO WS-EDIT-RC
               MOVE WS-EDIT-RC                TO LIGNE-SYNTHESE(61:4)
           END-IF
           IF WS-ET-GENERATION(WS-IDX-ET) > 0
               STRING "G" WS-ET-GENERATION(WS-IDX-ET)
                      DELIMITED BY SIZE INTO LIGNE-SYNTHESE(67:5)
           ELSE
               MOVE "-" TO LIGNE-SYNTHESE(67:1)
           END-IF
           WRITE LIGNE-SYNTHESE.
       9665-LIGNE-ETAPE-FIN.
           EXIT.

      ******************************************************************
      *    Detail de la generation prise avant l'etape WS-IDX-ET :
      *    nombre d'enregistrements copies de chaque fichier.
      ******************************************************************
       9667-LIGNE-SAUVEGARDE-DEB.
           MOVE SPACES TO WS-LIB-FICHIERS
           MOVE 1 TO WS-LIB-PTR
           PERFORM VARYING WS-IDX-FIC FROM 1 BY 1
                 UNTIL WS-IDX-FIC > 5
               PERFORM 9645-NOM-FICHIER-DEB
                  THRU 9645-NOM-FICHIER-FIN
               IF WS-ET-PRESENT(WS-IDX-ET, WS-IDX-FIC) = 'O'
                   MOVE WS-ET-NB-ENREG(WS-IDX-ET, WS-IDX-FIC)
                     TO WS-EDIT-NB
                   STRING WS-NOM-FICHIER DELIMITED BY SPACE
                          " " WS-EDIT-NB "  " DELIMITED BY SIZE
                          INTO WS-LIB-FICHIERS
                          WITH POINTER WS-LIB-PTR
               ELSE
                   STRING WS-NOM-FICHIER DELIMITED BY SPACE
                          " absent  " DELIMITED BY SIZE
                          INTO WS-LIB-FICHIERS
                          WITH POINTER WS-LIB-PTR
               END-IF
           END-PERFORM
           MOVE SPACES TO LIGNE-SYNTHESE
           STRING "    G" WS-ET-GENERATION(WS-IDX-ET)
                  " avant " WS-ET-PROGRAMME(WS-IDX-ET) " : "
                  WS-LIB-FICHIERS
                  DELIMITED BY SIZE INTO LIGNE-SYNTHESE
           WRITE LIGNE-SYNTHESE.
       9667-LIGNE-SAUVEGARDE-FIN.
           EXIT.
