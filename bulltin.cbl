               RECORD KEY IS HISTO-CLE
               FILE STATUS IS F-HISTO-STATUS.

      *    Historique des notes par matiere, a cote de histo.dat :
      *    une note par eleve, annee, trimestre et matiere, pour que
      *    les moyennes annuelles par matiere (BULLMAT) et le releve
      *    de scolarite (ELEVCONS) ne dependent plus des anciens
      *    bulletins.txt.
           SELECT F-NOTES
               ASSIGN TO 'notes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-CLE
               FILE STATUS IS F-NOTES-STATUS.

           SELECT F-CSV
               ASSIGN TO 'output.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-JOURNAL-STATUS.

      *    Piste d'audit de histo.dat, en cumul : chaque creation,
      *    modification ou suppression d'un enregistrement HISTO y
      *    laisse son image avant et apres, le programme, le mode,
      *    la date, l'heure et l'operateur (liste par BULLAUDT).
           SELECT F-AUDIT
               ASSIGN TO 'audithisto.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-STATUS.

      *    Referentiel des matieres : codes officiels, libelles
      *    officiels et coefficient par classe. Les lignes "02" sont
      *    validees contre lui, et c'est lui qui fournit libelle et
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PROFSTAT-STATUS.

      *    Appreciations des enseignants pour le trimestre : une
      *    ligne par eleve (numero permanent du fichier maitre) et
      *    par matiere, saisie par l'enseignant de la matiere, et une
      *    ligne de code matiere 00 pour l'appreciation generale du
      *    professeur principal. Elles sont editees sur la page de
      *    bulletin (bulletins.txt, bulcorr.txt). Fichier facultatif :
      *    absent, toutes les appreciations sont signalees manquantes.
           SELECT F-APPRECIATIONS
               ASSIGN TO 'appreciations.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-APPRECIATIONS-STATUS.

      *    Etat des appreciations manquantes, produit avant l'edition
      *    des bulletins : par enseignant (referentiels matieres.txt
      *    et classes.txt) et par classe, les eleves dont
      *    l'appreciation n'est pas encore saisie.
           SELECT F-APPMANQ
               ASSIGN TO 'appmanq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-APPMANQ-STATUS.

      *    Decisions du conseil de classe, tenues par BULLCONS : la
      *    distinction du trimestre (felicitations, compliments,
      *    encouragements, avertissements) est editee sur la page de
      *    bulletin. Fichier facultatif, lu par cle.
           SELECT F-DECISIONS
               ASSIGN TO 'decisions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEC-CLE
               FILE STATUS IS F-DECISIONS-STATUS.

      *    Options suivies par chaque eleve (langue vivante 2, latin,
      *    ...), tenues par ELEVMNT : la note d'une matiere declaree
      *    option au referentiel matieres.txt n'est acceptee que pour
      *    un eleve inscrit a cette option. Lu par cle.
           SELECT F-OPTIONS
               ASSIGN TO 'options.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPT-CLE
               FILE STATUS IS F-OPTIONS-STATUS.

      *    Etat des notes manquantes, produit avant l'edition des
      *    bulletins : par classe et par eleve, chaque matiere
      *    attendue (matiere commune de la classe ou option suivie)
      *    sans ligne "02" acceptee, avec son enseignant.
           SELECT F-NOTMANQ
               ASSIGN TO 'notesmanq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NOTMANQ-STATUS.

      *    Fichier maitre des eleves, tenu par ELEVMNT : porte le
      *    numero permanent de chaque eleve. Chaque ligne "01" de
      *    F-INPUT est resolue contre ce fichier (cle alternative
      *    R-LABEL et R-COEF restent dans la ligne pour lisibilite
      *    des fichiers, mais le libelle et le coefficient retenus
      *    sont ceux du referentiel.
      *    A la place de la note, l'enseignant peut porter un statut
      *    cadre a gauche : ABS (absent a toutes les evaluations),
      *    DISP (dispense) ou NN (non note). La matiere est alors
      *    editee avec son statut et reste hors des moyennes.
      *    Une zone note laissee a blanc annonce une matiere notee
      *    par ses evaluations : les lignes "04" qui la suivent
      *    donnent chacune une note, et la moyenne de la matiere est
      *    calculee par le programme (6042).
       01  REC-COURSE.
           03 R-C-KEY               PIC 9(02).
           03 R-MAT-CODE            PIC 9(02).
           03 R-LABEL               PIC X(21).
           03 R-COEF                PIC 9,9.
           03 R-GRADE               PIC 99,99.
           03 R-GRADE-STATUT REDEFINES R-GRADE PIC X(05).
              88 R-STATUT-ABS       VALUE "ABS  ".
              88 R-STATUT-DISP      VALUE "DISP ".
              88 R-STATUT-NN        VALUE "NN   ".
              88 R-STATUT-VALIDE    VALUE "ABS  " "DISP " "NN   ".
              88 R-STATUT-EVALUATIONS VALUE SPACES.

       01  REC-ABSENCE.
           03 R-AB-KEY              PIC 9(02).
           03 R-NB-ABSENCES         PIC 9(02).
           03 R-COMPORTEMENT        PIC X(01).

      *    Ligne "04" : une evaluation de la matiere de la ligne "02"
      *    qui la precede (meme code matiere), avec sa date, sa
      *    nature (D devoir sur table, M devoir a la maison, O oral),
      *    son poids dans la moyenne de la matiere et sa note, ou
      *    ABS / NN cadre a gauche a la place de la note.
       01  REC-EVALUATION.
           03 R-EV-KEY              PIC 9(02).
           03 R-EV-MAT-CODE         PIC 9(02).
           03 R-EV-DATE.
              05 R-EV-DATE-AAAA     PIC 9(04).
              05 R-EV-DATE-MM       PIC 9(02).
              05 R-EV-DATE-JJ       PIC 9(02).
           03 R-EV-TYPE             PIC X(01).
              88 R-EV-TYPE-VALIDE   VALUE "D" "M" "O".
           03 R-EV-POIDS            PIC 9,9.
           03 R-EV-POIDS-X REDEFINES R-EV-POIDS PIC X(03).
           03 R-EV-NOTE             PIC 99,99.
           03 R-EV-NOTE-STATUT REDEFINES R-EV-NOTE PIC X(05).
              88 R-EV-STATUT-VALIDE VALUE "ABS  " "NN   ".

      *    Trailer de lot : l'expediteur annonce combien de lignes de
      *    chaque type il a produites, pour detecter un fichier
      *    tronque pendant le transfert. Le total des lignes "04"
      *    est en queue : un trailer qui ne le porte pas l'annonce
      *    a zero.
       01  REC-TRAILER.
           03 R-T-KEY               PIC 9(02).
           03 R-T-NB-01             PIC 9(04).
           03 R-T-NB-02             PIC 9(04).
           03 R-T-NB-03             PIC 9(04).
           03 R-T-NB-04             PIC 9(04).

       FD F-OUTPUT
           RECORD CONTAINS 132 CHARACTERS
          05 SORTE-NOM-ELEVE      PIC X(10).
          05 SORTE-PRENOM-ELEVE   PIC X(10).
          05 SORTE-MOYENNE-ELEVE      PIC 99,99.
          05 SORTE-MOYENNE-ELEVE-X REDEFINES SORTE-MOYENNE-ELEVE
                                  PIC X(05).
          05 SORTE-RANG           PIC X(14).
          05 SORTE-MENTION        PIC X(25).
   
          05 HISTO-NB-ABSENCES      PIC 9(02).
          05 HISTO-COMPORTEMENT     PIC X(01).

      *    Meme cle que histo.dat, completee du code officiel de la
      *    matiere. La classe et le libelle sont ceux du trimestre
      *    poste, le coefficient celui du referentiel matieres.txt.
      *    NOTE-STATUT porte le statut d'une matiere sans note (ABS,
      *    DISP, NN ; espaces pour une note reelle), NOTE-NOTE vaut
      *    alors zero et ne doit pas entrer dans une moyenne.
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
          05 NOTE-STATUT            PIC X(04).

       FD F-CSV
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.
       01 LIGNE-CSV PIC X(200).

       FD F-CHECKPOINT
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE IS F.

      *    Le checkpoint porte, en plus du nombre d'eleves confirmes,
      *    les compteurs de controle du lot : sans eux, une reprise
      *    ne pourrait plus rapprocher les totaux du trailer "09"
      *    puisque les lignes deja couvertes ne sont pas relues.
      *    Les compteurs des lignes "04" sont en queue, hors de la
      *    table par type, pour que la position des autres zones ne
      *    bouge pas.
       01 REC-CHECKPOINT.
          05 CHKPT-NB-ELEVES        PIC 9(04).
          05 CHKPT-CTRL-TYPE OCCURS 3 TIMES.
             10 CHKPT-REJETEES      PIC 9(04).
          05 CHKPT-NB-ACCEPTES      PIC 9(04).
          05 CHKPT-NB-REJETES       PIC 9(04).
          05 CHKPT-EVAL-LUES        PIC 9(04).
          05 CHKPT-EVAL-ACCEPTEES   PIC 9(04).
          05 CHKPT-EVAL-REJETEES    PIC 9(04).

       FD F-BULLETINS
           RECORD CONTAINS 132 CHARACTERS
      *    et ne matchent simplement aucune annee demandee.
      *    JRN-NB-CORRIGES trace les executions en mode C : combien
      *    d'eleves la correction a touches (0 pour les autres modes).
      *    Les lignes evaluation "04" acceptees et rejetees suivent,
      *    toujours en queue pour la meme raison.
       FD F-JOURNAL
           RECORD CONTAINS 81 CHARACTERS
           RECORDING MODE IS F.

       01 REC-JOURNAL.
          05 JRN-STATUTS            PIC X(12).
          05 JRN-ANNEE              PIC 9(04).
          05 JRN-NB-CORRIGES        PIC 9(04).
          05 JRN-EVAL-ACCEPTEES     PIC 9(04).
          05 JRN-EVAL-REJETEES      PIC 9(04).

       FD F-AUDIT
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS F.

      *    AUD-AVANT / AUD-APRES : images completes de REC-HISTO (a
      *    blanc avant une creation, apres une suppression).
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

       FD F-PERIODES
           RECORD CONTAINS 22 CHARACTERS

       01 LIGNE-PROFSTAT PIC X(132).

       FD F-APPRECIATIONS
           RECORD CONTAINS 66 CHARACTERS
           RECORDING MODE IS F.

       01 REC-APPRECIATION.
          05 APPR-CODE-ELEVE        PIC 9(04).
          05 APPR-CODE-MATIERE      PIC 9(02).
             88 APPR-GENERALE       VALUE 0.
          05 APPR-TEXTE             PIC X(60).

       FD F-APPMANQ
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01 LIGNE-APPMANQ PIC X(132).

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

       FD F-OPTIONS.

       01 REC-OPTION.
          05 OPT-CLE.
             10 OPT-CODE-ELEVE      PIC 9(04).
             10 OPT-CODE-MATIERE    PIC 9(02).
          05 OPT-DATE-MAJ           PIC 9(08).
          05 OPT-OPERATEUR          PIC X(10).

       FD F-NOTMANQ
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01 LIGNE-NOTMANQ PIC X(132).

       FD F-PUBLIPOST
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.

       01 LIGNE-PUBCORR PIC X(150).

      *    MREF-PROF, l'enseignant de la matiere dans la classe, et
      *    MREF-OPTION ('O' pour une option, a blanc pour une matiere
      *    commune a toute la classe) sont en queue de ligne : une
      *    ligne qui ne les porte pas encore est lue avec des espaces.
       FD F-MATIERES
           RECORD CONTAINS 61 CHARACTERS
           RECORDING MODE IS F.

       01 REC-MATIERE-REF.
          05 MREF-CLASSE            PIC X(05).
          05 MREF-LIBELLE           PIC X(25).
          05 MREF-COEF              PIC 9,9.
          05 MREF-PROF              PIC X(25).
          05 MREF-OPTION            PIC X(01).
             88 MREF-OPTION-OUI     VALUE 'O'.
             88 MREF-OPTION-VALIDE  VALUE 'O' ' '.

       FD F-CLASSES
           RECORD CONTAINS 33 CHARACTERS
           88 F-HISTO-STATUS-NOFILE   VALUE '35'.
           88 F-HISTO-STATUS-DUP      VALUE '22'.

       01  F-NOTES-STATUS      PIC X(02) VALUE SPACE.
           88 F-NOTES-STATUS-OK       VALUE '00'.
           88 F-NOTES-STATUS-NOFILE   VALUE '35'.
           88 F-NOTES-STATUS-DUP      VALUE '22'.

      *  Historique des notes par matiere (6062) : fin du parcours
      *  des notes deja postees pour l'eleve et le trimestre.
       01 WS-FIN-NOTES               PIC X VALUE 'N'.
           88 WS-FIN-NOTES-OUI       VALUE 'O'.

       01  F-CSV-STATUS        PIC X(02) VALUE SPACE.
           88 F-CSV-STATUS-OK      VALUE '00'.

       01 SORTE-COEFF              PIC 9,9.
       01 SORTE-NOTE               PIC 99,99.

      *  Libelle edite a la place de la note d'une matiere portant
      *  un statut (6039-LIBELLE-STATUT), et libelle des eleves sans
      *  aucune note reelle, ni classes ni mentionnes.
       01 WS-STATUT-LIBELLE        PIC X(10) VALUE SPACES.
       01 WS-LIBELLE-NON-EVALUABLE PIC X(14) VALUE "Non evaluable".

       01  F-CHECKPOINT-STATUS PIC X(02) VALUE SPACE.
           88 F-CHECKPOINT-STATUS-OK     VALUE '00'.
           88 F-CHECKPOINT-STATUS-NOFILE VALUE '35'.
           88 F-JOURNAL-STATUS-EOF    VALUE '10'.
           88 F-JOURNAL-STATUS-NOFILE VALUE '35'.

       01  F-AUDIT-STATUS       PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK       VALUE '00'.
           88 F-AUDIT-STATUS-NOFILE   VALUE '35'.

      *  Piste d'audit de histo.dat (6060/6061) : operateur (variable
      *  d'environnement ELEVMNT_OPERATEUR, comme ELEVMNT), images
      *  avant et apres de l'enregistrement, operation C creation,
      *  M modification, S suppression.
       01 WS-OPERATEUR               PIC X(10) VALUE SPACES.
       01 WS-HISTO-AVANT             PIC X(41) VALUE SPACES.
       01 WS-HISTO-APRES             PIC X(41) VALUE SPACES.
       01 WS-AUD-OPERATION           PIC X(01) VALUE SPACE.
       01 WS-NB-AUDITS               PIC 9(04) VALUE 0.

      *  Journal d'exploitation (6090) : date et heure de
      *  l'execution, temoin de reprise, et derniere execution en
      *  mode T du meme trimestre relue dans journal.txt pour la

      *  Referentiel des matieres charge en memoire au demarrage
      *  (6006-CHARGER-REFERENTIEL) : un couple (code, classe) par
      *  entree, avec le libelle et le coefficient officiels, et
      *  le nombre d'options declarees.
       01 WS-NB-REF-MATIERES         PIC 9(03) COMP VALUE 0.
       01 WS-NB-REF-OPTIONS          PIC 9(03) COMP VALUE 0.
       01 TABLE-REF-MATIERES.
          05 REF-MATIERE OCCURS 200 TIMES.
             10 WS-REF-CODE          PIC 9(02).
             10 WS-REF-CLASSE        PIC X(05).
             10 WS-REF-LIBELLE       PIC X(25).
             10 WS-REF-COEF          PIC 9V9.
             10 WS-REF-PROF          PIC X(25).
             10 WS-REF-OPTION        PIC X(01).
                88 WS-REF-OPTION-OUI VALUE 'O'.
       01 WS-IDX-REF                 PIC 9(03) COMP VALUE 0.
       01 WS-REF-TROUVE              PIC X VALUE 'N'.
           88 WS-REF-TROUVE-OUI      VALUE 'O'.
       01 WS-TEM-SOMME-NOTES        PIC 999V99 VALUE 0.
       01 WS-SOMME-COEFS            PIC 99V99 VALUE 0.
       01 WS-PONDERE-ELEVE          PIC 999V99 VALUE 0.
       01 WS-NB-NOTES-REELLES       PIC 99 VALUE 0.

       01 WS-MOYANNE-CLASSE-M         PIC 99V99 VALUE 0.

      *  Rapprochement du lot contre le trailer "09" (6070) : les
      *  totaux annonces par l'expediteur, et les lignes lues,
      *  acceptees et rejetees de chaque type (1 = eleve, 2 =
      *  matiere, 3 = absence, 4 = evaluation). Les lignes rejouees
      *  depuis le journal de reprise ne sont pas recomptees : leurs
      *  compteurs sont restaures depuis le checkpoint (6011/6013).
       01 WS-TRAILER-SW              PIC X VALUE 'N'.
           88 WS-TRAILER-LU          VALUE 'O'.
       01 WS-CTRL-OK-SW              PIC X VALUE 'O'.
           88 WS-CTRL-OK             VALUE 'O'.
       01 WS-CTRL-TYPES.
          05 WS-CTRL-TYPE OCCURS 4 TIMES.
             10 WS-CTRL-ATTENDUES    PIC 9(04).
             10 WS-CTRL-LUES         PIC 9(04).
             10 WS-CTRL-ACCEPTEES    PIC 9(04).
           88 F-PUBLIPOST-STATUS-OK  VALUE '00'.
       01  F-PUBCORR-STATUS     PIC X(02) VALUE SPACE.
           88 F-PUBCORR-STATUS-OK    VALUE '00'.

      *  Appreciations des enseignants (6064) et etat des
      *  appreciations manquantes (6066) : liste des enseignants
      *  distincts des deux referentiels, enseignant en cours
      *  d'edition et compteurs de l'etat.
       01  F-APPRECIATIONS-STATUS PIC X(02) VALUE SPACE.
           88 F-APPRECIATIONS-STATUS-OK     VALUE '00'.
           88 F-APPRECIATIONS-STATUS-EOF    VALUE '10'.
           88 F-APPRECIATIONS-STATUS-NOFILE VALUE '35'.
       01  F-APPMANQ-STATUS     PIC X(02) VALUE SPACE.
           88 F-APPMANQ-STATUS-OK    VALUE '00'.
       01 WS-NB-PROFS                PIC 9(03) COMP VALUE 0.
       01 TABLE-PROFS.
          05 WS-PROF-NOM OCCURS 250 TIMES PIC X(25).
       01 WS-IDX-PROF                PIC 9(03) COMP VALUE 0.
       01 WS-PROF-TROUVE             PIC X VALUE 'N'.
           88 WS-PROF-TROUVE-OUI     VALUE 'O'.
       01 WS-PROF-RECHERCHE          PIC X(25) VALUE SPACES.
       01 WS-PROF-LIBELLE            PIC X(25) VALUE SPACES.
       01 WS-APPR-ELV-TROUVE         PIC X VALUE 'N'.
           88 WS-APPR-ELV-TROUVE-OUI VALUE 'O'.
       01 WS-APPR-MAT-TROUVEE        PIC X VALUE 'N'.
           88 WS-APPR-MAT-TROUVEE-OUI VALUE 'O'.
       01 WS-APPR-NB-LUES            PIC 9(04) VALUE 0.
       01 WS-APPR-NB-IGNOREES        PIC 9(04) VALUE 0.
       01 WS-APPR-NB-MANQUANTES      PIC 9(04) VALUE 0.
       01 WS-APPR-NB-PROF            PIC 9(04) VALUE 0.
       01 WS-APPR-EDIT               PIC ZZZ9.

      *  Inscriptions aux options (6076/6077) et etat des notes
      *  manquantes (6086-6088).
       01  F-OPTIONS-STATUS     PIC X(02) VALUE SPACE.
           88 F-OPTIONS-STATUS-OK    VALUE '00'.
       01 WS-OPTIONS-OUVERT          PIC X VALUE 'N'.
           88 WS-OPTIONS-OUVERT-OUI  VALUE 'O'.
       01  F-NOTMANQ-STATUS     PIC X(02) VALUE SPACE.
           88 F-NOTMANQ-STATUS-OK    VALUE '00'.
       01 WS-NM-NOTE-TROUVEE         PIC X VALUE 'N'.
           88 WS-NM-NOTE-TROUVEE-OUI VALUE 'O'.
       01 WS-NM-CLASSE-ECRITE        PIC X VALUE 'N'.
           88 WS-NM-CLASSE-ECRITE-OUI VALUE 'O'.
       01 WS-NM-NB-MANQUANTES        PIC 9(04) VALUE 0.
       01 WS-NM-NB-ELEVES            PIC 9(04) VALUE 0.
       01 WS-NM-NB-ELEVE             PIC 9(02) VALUE 0.
       01 WS-NM-TYPE                 PIC X(07) VALUE SPACES.
       01 WS-NM-EDIT                 PIC ZZZ9.

      *  Distinction du conseil sur le bulletin (6035/6041)
       01  F-DECISIONS-STATUS   PIC X(02) VALUE SPACE.
           88 F-DECISIONS-STATUS-OK  VALUE '00'.
       01 WS-DECISIONS-OUVERT        PIC X VALUE 'N'.
           88 WS-DECISIONS-OUVERT-OUI VALUE 'O'.
       01 WS-DISTINCTION-CODE        PIC X(02) VALUE SPACES.
       01 WS-DISTINCTION-LIBELLE     PIC X(25) VALUE SPACES.
       01 WS-IDX-FP                  PIC 9(03) COMP VALUE 0.
       01 WS-FP-NB-NOTES             PIC 9(04) COMP VALUE 0.
       01 WS-FP-NB-STATUTS           PIC 9(04) COMP VALUE 0.
       01 WS-FP-SOMME-CARRES         PIC 9(08)V9999 VALUE 0.
       01 WS-FP-TRANCHES.
          05 WS-FP-TRANCHE OCCURS 4 TIMES PIC 9(04).
       01 WS-IDX-STAT                 PIC 9(04) COMP VALUE 0.
       01 WS-STAT-TROUVE              PIC X VALUE 'N'.
           88 WS-STAT-TROUVE-OUI      VALUE 'O'.

      *  Matieres sans note du lot (6072-STATUTS-CONTROLE) : par
      *  couple (classe, code matiere), nombre d'absents, de
      *  dispenses et de non notes, pour controle.txt.
       01 WS-NB-STATUTS-DISTINCT     PIC 9(04) COMP VALUE 0.
       01 TABLE-STATUTS-MATIERES.
          05 STATUT-MATIERE OCCURS 1000 TIMES.
             10 WS-STA-CLASSE        PIC X(05).
             10 WS-STA-CODE          PIC 9(02).
             10 WS-STA-LABEL         PIC X(25).
             10 WS-STA-NB-ABS        PIC 9(04).
             10 WS-STA-NB-DISP       PIC 9(04).
             10 WS-STA-NB-NN         PIC 9(04).
       01 WS-IDX-STA                 PIC 9(04) COMP VALUE 0.
       01 WS-STA-TROUVE              PIC X VALUE 'N'.
           88 WS-STA-TROUVE-OUI      VALUE 'O'.
       01 WS-STA-NB-NON-EVAL         PIC 9(04) VALUE 0.
       01 WS-STA-TOT-ABS             PIC 9(04) VALUE 0.
       01 WS-STA-TOT-DISP            PIC 9(04) VALUE 0.
       01 WS-STA-TOT-NN              PIC 9(04) VALUE 0.
       01 WS-STA-EDIT-1              PIC ZZZ9.
       01 WS-STA-EDIT-2              PIC ZZZ9.
       01 WS-STA-EDIT-3              PIC ZZZ9.
       01 WS-TRI-SWAP                 PIC X VALUE 'N'.
           88 WS-TRI-SWAP-OUI         VALUE 'O'.

      *  Evaluations du lot (lignes "04"), rangees a la suite dans
      *  l'ordre de lecture et rattachees a leur matiere par
      *  WS-PREM-EVAL-M / WS-NB-EVAL-M. La moyenne d'une matiere est
      *  la moyenne de ses notes ponderee par le poids de chaque
      *  evaluation ; une evaluation ABS ou NN n'y entre pas.
       01 WS-MAX-EVALUATIONS         PIC 9(05) COMP VALUE 30000.
       01 WS-NB-EVALUATIONS          PIC 9(05) COMP VALUE 0.
       01 TABLE-EVALUATIONS.
          05 EVALUATION OCCURS 30000 TIMES.
             10 WS-EV-DATE          PIC 9(08).
             10 WS-EV-TYPE          PIC X(01).
             10 WS-EV-POIDS         PIC 9V9.
             10 WS-EV-NOTE          PIC 99V99.
             10 WS-EV-STATUT        PIC X(04).
                88 WS-EV-NOTE-REELLE  VALUE SPACES.
                88 WS-EV-STATUT-ABS   VALUE "ABS ".
       01 WS-IDX-EV                  PIC 9(05) COMP VALUE 0.
       01 WS-EV-SOMME-NOTES          PIC 9(06)V999 VALUE 0.
       01 WS-EV-SOMME-POIDS          PIC 9(04)V9 VALUE 0.
       01 WS-EV-NB-ABS               PIC 9(02) VALUE 0.
       01 WS-EV-NB-EDIT              PIC Z9.
       01 WS-EV-POIDS-EDIT           PIC 9,9.
       01 WS-EV-NOTE-EDIT            PIC 99,99.
       01 WS-EV-COLONNE              PIC 9(01) VALUE 0.
       01 WS-EV-POSITION             PIC 9(03) VALUE 0.
       01 WS-EV-ZONE                 PIC X(19) VALUE SPACES.

      *  Table des élèves et des matières
       01 TABLE-ELEVES.
          05 ELEVE OCCURS 1000 TIMES.
             10 WS-COMPORTEMENT-E    PIC X(01).
             10 WS-CORRIGE-E         PIC X(01).
                88 WS-CORRIGE-OUI   VALUE 'O'.
      *      'N' pour un eleve sans aucune note reelle (toutes ses
      *      matieres en ABS, DISP ou NN) : ni moyenne ni rang.
             10 WS-EVALUABLE-E       PIC X(01).
                88 WS-EVALUABLE-OUI VALUE 'O'.
      *      Responsable legal et adresse postale, repris du fichier
      *      maitre a la resolution de la ligne "01" : bloc adresse
      *      des bulletins et export de publipostage.
             10 WS-ADRESSE-E         PIC X(30).
             10 WS-CODE-POSTAL-E     PIC X(05).
             10 WS-VILLE-E           PIC X(20).
      *      Appreciation generale du professeur principal
      *      (appreciations.txt, code matiere 00).
             10 WS-APPR-GENERALE-E   PIC X(60).
             10 WS-LISTE-MATIERES OCCURS 20 TIMES.
                15 WS-CODE-M        PIC 9(02).
                15 WS-NOM-MATIERE   PIC X(25).
                15 WS-COEFF         PIC 9V9.
                15 WS-NOTE          PIC 99V99.
                15 WS-MOYANNE-M     PIC 99V99.
                15 WS-STATUT-M      PIC X(04).
                   88 WS-NOTE-REELLE     VALUE SPACES.
                   88 WS-STATUT-ABS      VALUE "ABS ".
                   88 WS-STATUT-DISP     VALUE "DISP".
                   88 WS-STATUT-NN       VALUE "NN  ".
      *            Matiere notee par ses evaluations, en attente du
      *            calcul de sa moyenne (6042) : le statut devient
      *            alors espaces, ABS ou NN.
                   88 WS-STATUT-EVAL     VALUE "EVAL".
                15 WS-APPR-M        PIC X(60).
      *         Evaluations de la matiere (lignes "04") : nombre, et
      *         position de la premiere dans TABLE-EVALUATIONS (les
      *         evaluations d'une matiere y sont contigues).
                15 WS-NB-EVAL-M     PIC 99.
                15 WS-PREM-EVAL-M   PIC 9(05) COMP.


      
                  THRU 6055-CORRECTIONS-FIN
           END-IF.

      *    Moyenne des matieres notees par leurs evaluations (lignes
      *    "04"), corrections comprises, avant la moyenne generale.
           PERFORM 6042-MOYENNES-EVALUATIONS-DEB
              THRU 6042-MOYENNES-EVALUATIONS-FIN.

           PERFORM 6040-CALCUL-MOYENNE-DEB
              THRU 6040-CALCUL-MOYENNE-FIN.

           PERFORM 6045-CLASSEMENT-DEB
              THRU 6045-CLASSEMENT-FIN.

      *    Completer controle.txt par le decompte des matieres sans
      *    note (ABS, DISP, NN) et des eleves non evaluables.
           PERFORM 6072-STATUTS-CONTROLE-DEB
              THRU 6072-STATUTS-CONTROLE-FIN.

           PERFORM 6047-STATS-MATIERES-DEB
              THRU 6047-STATS-MATIERES-FIN.

      *    Appreciations des enseignants pour les pages de bulletin,
      *    et etats des appreciations et des notes encore manquantes,
      *    avant toute edition.
           IF NOT WS-MODE-RECHERCHE
               PERFORM 6064-CHARGER-APPRECIATIONS-DEB
                  THRU 6064-CHARGER-APPRECIATIONS-FIN
               PERFORM 6066-APPR-MANQUANTES-DEB
                  THRU 6066-APPR-MANQUANTES-FIN
               PERFORM 6086-NOTES-MANQUANTES-DEB
                  THRU 6086-NOTES-MANQUANTES-FIN
           END-IF.

           EVALUATE TRUE
             WHEN WS-MODE-RECHERCHE
               PERFORM 6050-SERCH-DEB
           CLOSE F-REJETS.
           CLOSE F-REPRISE.
           CLOSE F-ELEVES.
           IF WS-OPTIONS-OUVERT-OUI
               CLOSE F-OPTIONS
               MOVE 'N' TO WS-OPTIONS-OUVERT
           END-IF.

      *    Le fichier a ete lu jusqu'au bout : plus besoin de reprise,
      *    on remet le checkpoint et le journal a zero pour la
                    MOVE "Matiere inconnue du referentiel"
                      TO REJ-LIBELLE
                ELSE
      *           Un statut ABS/DISP/NN remplace la note, une zone a
      *           blanc annonce des evaluations ; sinon la zone doit
      *           etre une note au format 99,99.
                  IF NOT R-STATUT-VALIDE
                     AND NOT R-STATUT-EVALUATIONS
                    IF R-GRADE-STATUT(1:2) NOT NUMERIC
                       OR R-GRADE-STATUT(3:1) NOT = ","
                       OR R-GRADE-STATUT(4:2) NOT NUMERIC
                      MOVE 'O' TO WS-REJET-SW
                      MOVE "STATU" TO REJ-CODE-RAISON
                      MOVE "Ni note ni statut ABS/DISP/NN"
                        TO REJ-LIBELLE
                    ELSE
                      IF R-GRADE > 20,00
                        MOVE 'O' TO WS-REJET-SW
                        MOVE "NOTE  " TO REJ-CODE-RAISON
                        MOVE "Note superieure a 20"
                          TO REJ-LIBELLE
                      END-IF
                    END-IF
                  END-IF
                END-IF
               END-IF
              END-IF

      *       Une matiere declaree option n'est notee que pour les
      *       eleves inscrits a cette option.
              IF NOT WS-REJET-OUI
                  PERFORM 6077-CONTROLER-OPTION-DEB
                     THRU 6077-CONTROLER-OPTION-FIN
              END-IF

              IF WS-REJET-OUI
                  PERFORM 6014-ECRIRE-REJET-DEB
                     THRU 6014-ECRIRE-REJET-FIN
                  MOVE WS-REF-COEF(WS-IDX-REF)
                    TO WS-COEFF(WS-IDX-ELEVE, WS-IDX-MATIERE)

                  EVALUATE TRUE
                    WHEN R-STATUT-VALIDE
                      MOVE 0
                        TO WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                      MOVE R-GRADE-STATUT(1:4)
                        TO WS-STATUT-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                    WHEN R-STATUT-EVALUATIONS
                      MOVE 0
                        TO WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                      MOVE "EVAL"
                        TO WS-STATUT-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                    WHEN OTHER
                      MOVE R-GRADE
                        TO WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                      MOVE SPACES
                        TO WS-STATUT-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                  END-EVALUATE
                  MOVE 0
                    TO WS-NB-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                  MOVE 0
                    TO WS-PREM-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                  IF NOT WS-REPRISE-REPLAY-OUI
                      ADD 1 TO WS-NB-ACCEPTES
                      ADD 1 TO WS-CTRL-ACCEPTEES(WS-CODE-LIGNE)
                      ADD 1 TO WS-CTRL-ACCEPTEES(WS-CODE-LIGNE)
                  END-IF
              END-IF
      * Si la variable WS-CODE-LIGNE est 04 on range l'evaluation
      * sous la matiere courante de l'eleve courant
            WHEN "04"
              IF NOT WS-REPRISE-REPLAY-OUI
                  ADD 1 TO WS-CTRL-LUES(WS-CODE-LIGNE)
              END-IF
              IF WS-ELEVE-REJETE-OUI
                  MOVE 'O' TO WS-REJET-SW
                  MOVE "ELVRJ" TO REJ-CODE-RAISON
                  MOVE "Ligne evaluation d'un eleve rejete"
                    TO REJ-LIBELLE
              ELSE
                IF WS-IDX-ELEVE = 0
                  MOVE 'O' TO WS-REJET-SW
                  MOVE "NOELV " TO REJ-CODE-RAISON
                  MOVE "Ligne evaluation sans eleve precedent"
                    TO REJ-LIBELLE
                ELSE
                  PERFORM 6074-CONTROLER-EVALUATION-DEB
                     THRU 6074-CONTROLER-EVALUATION-FIN
                END-IF
              END-IF

              IF WS-REJET-OUI
                  PERFORM 6014-ECRIRE-REJET-DEB
                     THRU 6014-ECRIRE-REJET-FIN
              ELSE
                  PERFORM 6075-RANGER-EVALUATION-DEB
                     THRU 6075-RANGER-EVALUATION-FIN
                  IF NOT WS-REPRISE-REPLAY-OUI
                      ADD 1 TO WS-NB-ACCEPTES
                      ADD 1 TO WS-CTRL-ACCEPTEES(WS-CODE-LIGNE)
                  END-IF
              END-IF
      * Si la variable WS-CODE-LIGNE est 09 on range les totaux
      * annonces par l'expediteur pour le rapprochement de fin de
      * lecture (6070)
              MOVE R-T-NB-01 TO WS-CTRL-ATTENDUES(1)
              MOVE R-T-NB-02 TO WS-CTRL-ATTENDUES(2)
              MOVE R-T-NB-03 TO WS-CTRL-ATTENDUES(3)
              IF R-T-NB-04 NUMERIC
                  MOVE R-T-NB-04 TO WS-CTRL-ATTENDUES(4)
              ELSE
                  MOVE 0 TO WS-CTRL-ATTENDUES(4)
              END-IF
           END-EVALUATE.
       6016-TRAITER-LIGNE-FIN.
           EXIT.
                       END-PERFORM
                       MOVE CHKPT-NB-ACCEPTES TO WS-NB-ACCEPTES
                       MOVE CHKPT-NB-REJETES  TO WS-NB-REJETES
      *                Un checkpoint ecrit avant les lignes "04" n'a
      *                pas leurs compteurs : ils repartent de zero.
                       IF CHKPT-EVAL-LUES NUMERIC
                           MOVE CHKPT-EVAL-LUES TO WS-CTRL-LUES(4)
                           MOVE CHKPT-EVAL-ACCEPTEES
                             TO WS-CTRL-ACCEPTEES(4)
                           MOVE CHKPT-EVAL-REJETEES
                             TO WS-CTRL-REJETEES(4)
                       END-IF
               END-READ
               CLOSE F-CHECKPOINT
           END-IF.
                           MOVE R-T-NB-01 TO WS-CTRL-ATTENDUES(1)
                           MOVE R-T-NB-02 TO WS-CTRL-ATTENDUES(2)
                           MOVE R-T-NB-03 TO WS-CTRL-ATTENDUES(3)
                           IF R-T-NB-04 NUMERIC
                               MOVE R-T-NB-04 TO WS-CTRL-ATTENDUES(4)
                           ELSE
                               MOVE 0 TO WS-CTRL-ATTENDUES(4)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           END-PERFORM
           MOVE WS-NB-ACCEPTES TO CHKPT-NB-ACCEPTES
           MOVE WS-NB-REJETES  TO CHKPT-NB-REJETES
           MOVE WS-CTRL-LUES(4)      TO CHKPT-EVAL-LUES
           MOVE WS-CTRL-ACCEPTEES(4) TO CHKPT-EVAL-ACCEPTEES
           MOVE WS-CTRL-REJETEES(4)  TO CHKPT-EVAL-REJETEES
           OPEN OUTPUT F-CHECKPOINT
           WRITE REC-CHECKPOINT
           CLOSE F-CHECKPOINT
                   SORTE-COEFF                       DELIMITED BY SIZE
                   SORTE-NOTE                        DELIMITED BY SIZE
                   INTO REC-REPRISE
      *        Une matiere sans note repart avec son statut a la
      *        place de la note, comme sur la ligne d'origine ; une
      *        matiere notee par ses evaluations, avec une zone note
      *        a blanc.
               IF NOT WS-NOTE-REELLE(WS-REPRISE-IDX, WS-IDX-MATIERE)
                   MOVE SPACES TO REC-REPRISE(29:5)
                   IF NOT WS-STATUT-EVAL(WS-REPRISE-IDX,
                                         WS-IDX-MATIERE)
                       MOVE WS-STATUT-M(WS-REPRISE-IDX, WS-IDX-MATIERE)
                         TO REC-REPRISE(29:4)
                   END-IF
               END-IF
               WRITE REC-REPRISE

      *        Les lignes "04" de la matiere suivent sa ligne "02".
               MOVE WS-PREM-EVAL-M(WS-REPRISE-IDX, WS-IDX-MATIERE)
                 TO WS-IDX-EV
               PERFORM WS-NB-EVAL-M(WS-REPRISE-IDX, WS-IDX-MATIERE)
                       TIMES
                   MOVE WS-EV-POIDS(WS-IDX-EV) TO SORTE-COEFF
                   MOVE WS-EV-NOTE(WS-IDX-EV)  TO SORTE-NOTE
                   MOVE SPACES TO REC-REPRISE
                   STRING "04"                      DELIMITED BY SIZE
                       WS-CODE-M(WS-REPRISE-IDX, WS-IDX-MATIERE)
                                                     DELIMITED BY SIZE
                       WS-EV-DATE(WS-IDX-EV)         DELIMITED BY SIZE
                       WS-EV-TYPE(WS-IDX-EV)         DELIMITED BY SIZE
                       SORTE-COEFF                   DELIMITED BY SIZE
                       SORTE-NOTE                    DELIMITED BY SIZE
                       INTO REC-REPRISE
                   IF NOT WS-EV-NOTE-REELLE(WS-IDX-EV)
                       MOVE SPACES TO REC-REPRISE(17:5)
                       MOVE WS-EV-STATUT(WS-IDX-EV)
                         TO REC-REPRISE(17:4)
                   END-IF
                   WRITE REC-REPRISE
                   ADD 1 TO WS-IDX-EV
               END-PERFORM
           END-PERFORM

      *    WS-COMPORTEMENT-E reste a SPACE (sa valeur d'initialisation
           MOVE REC-F-INPUT-100 TO REJ-DONNEES
           WRITE REC-F-REJETS
           ADD 1 TO WS-NB-REJETES
           IF WS-CODE-LIGNE >= 1 AND WS-CODE-LIGNE <= 4
               ADD 1 TO WS-CTRL-REJETEES(WS-CODE-LIGNE)
           END-IF.
       6014-ECRIRE-REJET-FIN.
      ******************************************************************
      *    Charge matieres.txt dans TABLE-REF-MATIERES. Chaque entree
      *    donne, pour un couple (code matiere, classe), le libelle
      *    officiel, le coefficient officiel et l'indicateur
      *    d'option. Referentiel absent, vide, coefficient nul,
      *    indicateur d'option invalide ou table pleine : arret
      *    immediat, plutot que de laisser passer des coefficients
      *    saisis a la main.
      ******************************************************************
       6006-CHARGER-REFERENTIEL-DEB.
           MOVE 0 TO WS-NB-REF-MATIERES
           MOVE 0 TO WS-NB-REF-OPTIONS
           OPEN INPUT F-MATIERES
           IF NOT F-MATIERES-STATUS-OK
               DISPLAY "Referentiel matieres.txt indisponible "
                         TO WS-REF-LIBELLE(WS-NB-REF-MATIERES)
                       MOVE MREF-COEF
                         TO WS-REF-COEF(WS-NB-REF-MATIERES)
                       MOVE MREF-PROF
                         TO WS-REF-PROF(WS-NB-REF-MATIERES)
                       IF NOT MREF-OPTION-VALIDE
                           DISPLAY "Referentiel matieres.txt : "
                                   "indicateur d'option invalide "
                                   "pour le code " MREF-CODE
                                   " classe " MREF-CLASSE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE MREF-OPTION
                         TO WS-REF-OPTION(WS-NB-REF-MATIERES)
                       IF MREF-OPTION-OUI
                           ADD 1 TO WS-NB-REF-OPTIONS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-MATIERES
                       ") : executer ELEVMNT d'abord."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6076-OUVRIR-OPTIONS-DEB
              THRU 6076-OUVRIR-OPTIONS-FIN.
       6015-OUVRIR-MAITRE-FIN.
           EXIT.


           MOVE 'O' TO WS-CTRL-OK-SW
           PERFORM VARYING WS-IDX-CTRL FROM 1 BY 1
                 UNTIL WS-IDX-CTRL > 4
               PERFORM 6071-LIGNE-CONTROLE-DEB
                  THRU 6071-LIGNE-CONTROLE-FIN
           END-PERFORM
       6071-LIGNE-CONTROLE-FIN.
           EXIT.

      ******************************************************************
      *    Ajoute a controle.txt, une fois les corrections appliquees
      *    et les moyennes calculees, le decompte des matieres sans
      *    note par classe et par matiere (absents, dispenses, non
      *    notes), puis le nombre d'eleves non evaluables par classe.
      ******************************************************************
       6072-STATUTS-CONTROLE-DEB.
           MOVE 0 TO WS-NB-STATUTS-DISTINCT
           MOVE 0 TO WS-STA-TOT-ABS WS-STA-TOT-DISP WS-STA-TOT-NN
           PERFORM VARYING WS-IDX-ELEVE FROM 1 BY 1
                 UNTIL WS-IDX-ELEVE > WS-NB-ELEVES
             IF WS-NOM-ELEVE(WS-IDX-ELEVE) NOT = SPACES
               PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
                     UNTIL WS-IDX-MATIERE > WS-NB-MATIERES(WS-IDX-ELEVE)
                 IF NOT WS-NOTE-REELLE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                     PERFORM 6073-CUMULER-STATUT-DEB
                        THRU 6073-CUMULER-STATUT-FIN
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM

           OPEN EXTEND F-CONTROLE
           MOVE SPACES TO LIGNE-CONTROLE
           WRITE LIGNE-CONTROLE
           MOVE "MATIERES SANS NOTE PAR CLASSE ET PAR MATIERE"
             TO LIGNE-CONTROLE
           WRITE LIGNE-CONTROLE
           MOVE "CLASSE CODE MATIERE                    ABS DISP   NN"
             TO LIGNE-CONTROLE
           WRITE LIGNE-CONTROLE
           PERFORM VARYING WS-IDX-STA FROM 1 BY 1
                 UNTIL WS-IDX-STA > WS-NB-STATUTS-DISTINCT
               MOVE WS-STA-NB-ABS(WS-IDX-STA)  TO WS-STA-EDIT-1
               MOVE WS-STA-NB-DISP(WS-IDX-STA) TO WS-STA-EDIT-2
               MOVE WS-STA-NB-NN(WS-IDX-STA)   TO WS-STA-EDIT-3
               MOVE SPACES TO LIGNE-CONTROLE
               STRING WS-STA-CLASSE(WS-IDX-STA) "  "
                      WS-STA-CODE(WS-IDX-STA) "   "
                      WS-STA-LABEL(WS-IDX-STA) " "
                      WS-STA-EDIT-1 " " WS-STA-EDIT-2 " "
                      WS-STA-EDIT-3
                      DELIMITED BY SIZE INTO LIGNE-CONTROLE
               WRITE LIGNE-CONTROLE
           END-PERFORM
           MOVE WS-STA-TOT-ABS  TO WS-STA-EDIT-1
           MOVE WS-STA-TOT-DISP TO WS-STA-EDIT-2
           MOVE WS-STA-TOT-NN   TO WS-STA-EDIT-3
           MOVE SPACES TO LIGNE-CONTROLE
           STRING "TOTAL                                 "
                  WS-STA-EDIT-1 " " WS-STA-EDIT-2 " " WS-STA-EDIT-3
                  DELIMITED BY SIZE INTO LIGNE-CONTROLE
           WRITE LIGNE-CONTROLE

           MOVE SPACES TO LIGNE-CONTROLE
           WRITE LIGNE-CONTROLE
           MOVE "ELEVES NON EVALUABLES PAR CLASSE" TO LIGNE-CONTROLE
           WRITE LIGNE-CONTROLE
           PERFORM VARYING WS-IDX-CLREF FROM 1 BY 1
                 UNTIL WS-IDX-CLREF > WS-NB-REF-CLASSES
               MOVE 0 TO WS-STA-NB-NON-EVAL
               PERFORM VARYING WS-IDX-ELEVE FROM 1 BY 1
                     UNTIL WS-IDX-ELEVE > WS-NB-ELEVES
                   IF WS-NOM-ELEVE(WS-IDX-ELEVE) NOT = SPACES
                      AND WS-CLASSE-E(WS-IDX-ELEVE) =
                          WS-CLREF-CLASSE(WS-IDX-CLREF)
                      AND NOT WS-EVALUABLE-OUI(WS-IDX-ELEVE)
                       ADD 1 TO WS-STA-NB-NON-EVAL
                   END-IF
               END-PERFORM
               IF WS-STA-NB-NON-EVAL > 0
                   MOVE WS-STA-NB-NON-EVAL TO WS-STA-EDIT-1
                   MOVE SPACES TO LIGNE-CONTROLE
                   STRING WS-CLREF-CLASSE(WS-IDX-CLREF) " : "
                          WS-STA-EDIT-1 " eleve(s) non evaluable(s)"
                          DELIMITED BY SIZE INTO LIGNE-CONTROLE
                   WRITE LIGNE-CONTROLE
               END-IF
           END-PERFORM
           CLOSE F-CONTROLE.
       6072-STATUTS-CONTROLE-FIN.
           EXIT.

      ******************************************************************
      *    Compte la matiere WS-IDX-MATIERE de l'eleve WS-IDX-ELEVE
      *    dans TABLE-STATUTS-MATIERES, sous son couple (classe, code
      *    matiere) et selon son statut.
      ******************************************************************
       6073-CUMULER-STATUT-DEB.
           MOVE 'N' TO WS-STA-TROUVE
           PERFORM VARYING WS-IDX-STA FROM 1 BY 1
                 UNTIL WS-IDX-STA > WS-NB-STATUTS-DISTINCT
                    OR WS-STA-TROUVE-OUI
               IF WS-STA-CLASSE(WS-IDX-STA) = WS-CLASSE-E(WS-IDX-ELEVE)
                  AND WS-STA-CODE(WS-IDX-STA) =
                      WS-CODE-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                   MOVE 'O' TO WS-STA-TROUVE
               END-IF
           END-PERFORM
           IF WS-STA-TROUVE-OUI
               SUBTRACT 1 FROM WS-IDX-STA
           ELSE
               IF WS-NB-STATUTS-DISTINCT >= 1000
                   GO TO 6073-CUMULER-STATUT-FIN
               END-IF
               ADD 1 TO WS-NB-STATUTS-DISTINCT
               MOVE WS-NB-STATUTS-DISTINCT TO WS-IDX-STA
               MOVE WS-CLASSE-E(WS-IDX-ELEVE)
                 TO WS-STA-CLASSE(WS-IDX-STA)
               MOVE WS-CODE-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 TO WS-STA-CODE(WS-IDX-STA)
               MOVE WS-NOM-MATIERE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 TO WS-STA-LABEL(WS-IDX-STA)
               MOVE 0 TO WS-STA-NB-ABS(WS-IDX-STA)
               MOVE 0 TO WS-STA-NB-DISP(WS-IDX-STA)
               MOVE 0 TO WS-STA-NB-NN(WS-IDX-STA)
           END-IF
           EVALUATE TRUE
             WHEN WS-STATUT-ABS(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 ADD 1 TO WS-STA-NB-ABS(WS-IDX-STA)
                 ADD 1 TO WS-STA-TOT-ABS
             WHEN WS-STATUT-DISP(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 ADD 1 TO WS-STA-NB-DISP(WS-IDX-STA)
                 ADD 1 TO WS-STA-TOT-DISP
             WHEN OTHER
                 ADD 1 TO WS-STA-NB-NN(WS-IDX-STA)
                 ADD 1 TO WS-STA-TOT-NN
           END-EVALUATE.
       6073-CUMULER-STATUT-FIN.
           EXIT.

      ******************************************************************
      *    Controle d'une ligne "04" (evaluation) pour l'eleve
      *    WS-IDX-ELEVE, depuis F-INPUT (6016) ou corrections.txt
      *    (6056) : elle doit suivre la ligne "02" acceptee de sa
      *    matiere, annoncee avec une zone note a blanc, et porter une
      *    date, une nature D/M/O, un poids non nul et une note sur
      *    20 ou un statut ABS/NN. Positionne WS-REJET-SW et le code
      *    raison.
      ******************************************************************
       6074-CONTROLER-EVALUATION-DEB.
           IF WS-IDX-MATIERE = 0
               MOVE 'O' TO WS-REJET-SW
               MOVE "EVMAT" TO REJ-CODE-RAISON
               MOVE "Evaluation sans ligne matiere acceptee"
                 TO REJ-LIBELLE
               GO TO 6074-CONTROLER-EVALUATION-FIN
           END-IF
           IF R-EV-MAT-CODE NOT =
              WS-CODE-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
               MOVE 'O' TO WS-REJET-SW
               MOVE "EVMAT" TO REJ-CODE-RAISON
               MOVE "Evaluation sans ligne matiere acceptee"
                 TO REJ-LIBELLE
               GO TO 6074-CONTROLER-EVALUATION-FIN
           END-IF
      *    Une matiere deja notee (ou sous statut) sur sa ligne "02"
      *    ne peut pas recevoir en plus des evaluations.
           IF NOT WS-STATUT-EVAL(WS-IDX-ELEVE, WS-IDX-MATIERE)
               MOVE 'O' TO WS-REJET-SW
               MOVE "EVNOT" TO REJ-CODE-RAISON
               MOVE "Matiere deja notee sur sa ligne 02"
                 TO REJ-LIBELLE
               GO TO 6074-CONTROLER-EVALUATION-FIN
           END-IF
           IF WS-NB-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE) >= 99
               MOVE 'O' TO WS-REJET-SW
               MOVE "EVMAX" TO REJ-CODE-RAISON
               MOVE "Plus de 99 evaluations dans la matiere"
                 TO REJ-LIBELLE
               GO TO 6074-CONTROLER-EVALUATION-FIN
           END-IF
           IF R-EV-DATE NOT NUMERIC
              OR R-EV-DATE-MM < 1 OR R-EV-DATE-MM > 12
              OR R-EV-DATE-JJ < 1 OR R-EV-DATE-JJ > 31
               MOVE 'O' TO WS-REJET-SW
               MOVE "EVDAT" TO REJ-CODE-RAISON
               MOVE "Date d'evaluation invalide"
                 TO REJ-LIBELLE
               GO TO 6074-CONTROLER-EVALUATION-FIN
           END-IF
           IF NOT R-EV-TYPE-VALIDE
               MOVE 'O' TO WS-REJET-SW
               MOVE "EVTYP" TO REJ-CODE-RAISON
               MOVE "Nature d'evaluation autre que D/M/O"
                 TO REJ-LIBELLE
               GO TO 6074-CONTROLER-EVALUATION-FIN
           END-IF
           IF R-EV-POIDS-X(1:1) NOT NUMERIC
              OR R-EV-POIDS-X(2:1) NOT = ","
              OR R-EV-POIDS-X(3:1) NOT NUMERIC
              OR R-EV-POIDS-X = "0,0"
               MOVE 'O' TO WS-REJET-SW
               MOVE "EVPDS" TO REJ-CODE-RAISON
               MOVE "Poids d'evaluation nul ou invalide"
                 TO REJ-LIBELLE
               GO TO 6074-CONTROLER-EVALUATION-FIN
           END-IF
           IF NOT R-EV-STATUT-VALIDE
               IF R-EV-NOTE-STATUT(1:2) NOT NUMERIC
                  OR R-EV-NOTE-STATUT(3:1) NOT = ","
                  OR R-EV-NOTE-STATUT(4:2) NOT NUMERIC
                   MOVE 'O' TO WS-REJET-SW
                   MOVE "STATU" TO REJ-CODE-RAISON
                   MOVE "Ni note ni statut ABS/NN"
                     TO REJ-LIBELLE
               ELSE
                   IF R-EV-NOTE > 20,00
                       MOVE 'O' TO WS-REJET-SW
                       MOVE "NOTE  " TO REJ-CODE-RAISON
                       MOVE "Note superieure a 20"
                         TO REJ-LIBELLE
                   END-IF
               END-IF
           END-IF.
       6074-CONTROLER-EVALUATION-FIN.
           EXIT.

      ******************************************************************
      *    Range la ligne "04" controlee a la suite de
      *    TABLE-EVALUATIONS et la rattache a la matiere courante de
      *    l'eleve. Table pleine : arret immediat, plutot que de
      *    calculer des moyennes de matiere incompletes.
      ******************************************************************
       6075-RANGER-EVALUATION-DEB.
           IF WS-NB-EVALUATIONS >= WS-MAX-EVALUATIONS
               DISPLAY "Plus de " WS-MAX-EVALUATIONS
                       " evaluations dans le lot, table pleine."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-NB-EVALUATIONS
           MOVE WS-NB-EVALUATIONS TO WS-IDX-EV
           IF WS-NB-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE) = 0
               MOVE WS-IDX-EV
                 TO WS-PREM-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
           END-IF
           ADD 1 TO WS-NB-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE)

           MOVE R-EV-DATE  TO WS-EV-DATE(WS-IDX-EV)
           MOVE R-EV-TYPE  TO WS-EV-TYPE(WS-IDX-EV)
           MOVE R-EV-POIDS TO WS-EV-POIDS(WS-IDX-EV)
           IF R-EV-STATUT-VALIDE
               MOVE 0 TO WS-EV-NOTE(WS-IDX-EV)
               MOVE R-EV-NOTE-STATUT(1:4) TO WS-EV-STATUT(WS-IDX-EV)
           ELSE
               MOVE R-EV-NOTE TO WS-EV-NOTE(WS-IDX-EV)
               MOVE SPACES    TO WS-EV-STATUT(WS-IDX-EV)
           END-IF.
       6075-RANGER-EVALUATION-FIN.
           EXIT.

      ******************************************************************
      *    Ouvre options.dat (tenu par ELEVMNT) en lecture quand le
      *    referentiel declare au moins une option : sans lui, aucune
      *    note d'option ne pourrait etre controlee, on arrete le
      *    traitement. Sans option declaree, le fichier n'est pas lu.
      ******************************************************************
       6076-OUVRIR-OPTIONS-DEB.
           IF WS-NB-REF-OPTIONS = 0
               GO TO 6076-OUVRIR-OPTIONS-FIN
           END-IF
           OPEN INPUT F-OPTIONS
           IF NOT F-OPTIONS-STATUS-OK
               DISPLAY "Fichier des options options.dat indisponible "
                       "(statut " F-OPTIONS-STATUS
                       ") alors que matieres.txt declare des options :"
                       " executer ELEVMNT d'abord."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'O' TO WS-OPTIONS-OUVERT.
       6076-OUVRIR-OPTIONS-FIN.
           EXIT.

      ******************************************************************
      *    Ligne "02" d'une matiere declaree option au referentiel
      *    (entree WS-IDX-REF) : l'eleve WS-IDX-ELEVE doit y etre
      *    inscrit dans options.dat, sinon la ligne est rejetee.
      ******************************************************************
       6077-CONTROLER-OPTION-DEB.
           IF NOT WS-REF-OPTION-OUI(WS-IDX-REF)
               GO TO 6077-CONTROLER-OPTION-FIN
           END-IF
           MOVE WS-CODE-E(WS-IDX-ELEVE) TO OPT-CODE-ELEVE
           MOVE R-MAT-CODE              TO OPT-CODE-MATIERE
           READ F-OPTIONS
               INVALID KEY
                   MOVE 'O' TO WS-REJET-SW
                   MOVE "OPTNI" TO REJ-CODE-RAISON
                   MOVE "Eleve non inscrit a cette option"
                     TO REJ-LIBELLE
           END-READ.
       6077-CONTROLER-OPTION-FIN.
           EXIT.

      ******************************************************************
      *********** Affichage des élèves et de leurs matières ************
      ******************************************************************
                PERFORM 6048-APPRECIATION-DEB
                   THRU 6048-APPRECIATION-FIN

                IF WS-EVALUABLE-OUI(WS-IDX-ELEVE)
                    DISPLAY
                      " " WS-NOM-ELEVE(WS-IDX-ELEVE)
                      " " WS-PRENOM-ELEVE(WS-IDX-ELEVE)
                      " " WS-MOYANNE-E(WS-IDX-ELEVE)
                      " " WS-RANG-LIBELLE
                      " " WS-MENTION-E(WS-IDX-ELEVE)
                ELSE
                    DISPLAY
                      " " WS-NOM-ELEVE(WS-IDX-ELEVE)
                      " " WS-PRENOM-ELEVE(WS-IDX-ELEVE)
                      " --,--"
                      " " WS-RANG-LIBELLE
                END-IF

                PERFORM 6049-COMPORTEMENT-DEB
                   THRU 6049-COMPORTEMENT-FIN
                      "   Absences : " WS-NB-ABSENCES-E(WS-IDX-ELEVE)
                      "   Comportement : " WS-COMPORTEMENT-LIBELLE

      *        Un eleve non evaluable n'a pas de moyenne a cumuler.
               IF WS-EVALUABLE-OUI(WS-IDX-ELEVE)
                 ADD WS-MOYANNE-E(WS-IDX-ELEVE) TO WS-SOMME-CLASSE
                 ADD 1                          TO WS-NB-CLASSE
                 ADD WS-MOYANNE-E(WS-IDX-ELEVE) TO WS-SOMME-ECOLE
                 ADD 1                          TO WS-NB-ECOLE
               END-IF

           END-IF
       END-PERFORM.
       IF WS-CLASSE-COURANTE NOT = SPACES
           PERFORM 6021-SOUS-TOTAL-CLASSE-DEB
              THRU 6021-SOUS-TOTAL-CLASSE-FIN
       END-IF
      *    la rupture de contrôle détecte un changement de classe.
      ******************************************************************
       6021-SOUS-TOTAL-CLASSE-DEB.
           DISPLAY " "
      *    Une classe sans aucun eleve evalue n'a pas de moyenne.
           IF WS-NB-CLASSE > 0
               COMPUTE WS-MOYENNE-SOUS-TOTAL ROUNDED =
                   WS-SOMME-CLASSE / WS-NB-CLASSE
               DISPLAY "   Moyenne de la classe " WS-CLASSE-COURANTE
                       " : " WS-MOYENNE-SOUS-TOTAL
           ELSE
               DISPLAY "   Moyenne de la classe " WS-CLASSE-COURANTE
                       " : --,--"
           END-IF
           DISPLAY " ".
       6021-SOUS-TOTAL-CLASSE-FIN.
           EXIT.

            MOVE WS-NOM-ELEVE(WS-IDX-ELEVE)    TO SORTE-NOM-ELEVE
            MOVE WS-PRENOM-ELEVE(WS-IDX-ELEVE) TO SORTE-PRENOM-ELEVE
            IF WS-EVALUABLE-OUI(WS-IDX-ELEVE)
                MOVE WS-MOYANNE-E(WS-IDX-ELEVE) TO SORTE-MOYENNE-ELEVE
            ELSE
                MOVE "--,--" TO SORTE-MOYENNE-ELEVE-X
            END-IF
            MOVE WS-RANG-LIBELLE TO SORTE-RANG
            MOVE WS-MENTION-E(WS-IDX-ELEVE) TO SORTE-MENTION
               WRITE REC-F-OUTPUT
            MOVE WS-COMPORTEMENT-LIBELLE        TO SORTE-COMPORTEMENT
               WRITE REC-F-OUTPUT4

            IF WS-EVALUABLE-OUI(WS-IDX-ELEVE)
                ADD WS-MOYANNE-E(WS-IDX-ELEVE) TO WS-SOMME-CLASSE
                ADD 1                          TO WS-NB-CLASSE
                ADD WS-MOYANNE-E(WS-IDX-ELEVE) TO WS-SOMME-ECOLE
                ADD 1                          TO WS-NB-ECOLE
            END-IF

           END-IF
           END-PERFORM
           IF WS-CLASSE-COURANTE NOT = SPACES
               PERFORM 6031-ECRIRE-SOUS-TOTAL-DEB
                  THRU 6031-ECRIRE-SOUS-TOTAL-FIN
               PERFORM 6033-STATS-MATIERE-CLASSE-DEB
      *    changement de classe.
      ******************************************************************
       6031-ECRIRE-SOUS-TOTAL-DEB.
           MOVE " " TO SORTIE-CHAINE
           WRITE SORTIE-CHAINE
      *    Une classe sans aucun eleve evalue n'a pas de moyenne.
           IF WS-NB-CLASSE > 0
               COMPUTE WS-MOYENNE-SOUS-TOTAL ROUNDED =
                   WS-SOMME-CLASSE / WS-NB-CLASSE
               STRING "Moyenne classe " WS-CLASSE-COURANTE " : "
                      WS-MOYENNE-SOUS-TOTAL DELIMITED BY SIZE
                      INTO SORTIE-CHAINE
           ELSE
               STRING "Moyenne classe " WS-CLASSE-COURANTE " : --,--"
                      DELIMITED BY SIZE INTO SORTIE-CHAINE
           END-IF
           WRITE SORTIE-CHAINE

      *    Professeur principal et effectif theorique du referentiel
           END-IF
           MOVE 0 TO WS-BUL-NO-PAGE

      *    Les decisions du conseil ne sont pas encore saisies au
      *    premier passage du trimestre : sans decisions.dat, les
      *    bulletins partent sans distinction.
           MOVE 'N' TO WS-DECISIONS-OUVERT
           OPEN INPUT F-DECISIONS
           IF F-DECISIONS-STATUS-OK
               MOVE 'O' TO WS-DECISIONS-OUVERT
           END-IF

      *    L'export de publipostage suit exactement les pages
      *    editees : une ligne par eleve, adresse comprise, pour
      *    les envois qui partent par le prestataire courrier. En
               END-IF
           END-PERFORM

           IF WS-DECISIONS-OUVERT-OUI
               CLOSE F-DECISIONS
           END-IF

           IF WS-MODE-CORRECTION
               CLOSE F-PUBCORR
               CLOSE F-BULCORR
              THRU 6036-ECRIRE-LIGNE-BUL-FIN
           MOVE SPACES TO LIGNE-BULLETIN
           STRING "  MATIERE                    COEF   NOTE"
                  "   MOY. CLASSE  NB EVAL  APPRECIATION"
                  DELIMITED BY SIZE INTO LIGNE-BULLETIN
           PERFORM 6036-ECRIRE-LIGNE-BUL-DEB
              THRU 6036-ECRIRE-LIGNE-BUL-FIN
           MOVE SPACES TO LIGNE-BULLETIN
           STRING "  -------                    ----   ----"
                  "   -----------  -------  ------------"
                  DELIMITED BY SIZE INTO LIGNE-BULLETIN
           PERFORM 6036-ECRIRE-LIGNE-BUL-DEB
              THRU 6036-ECRIRE-LIGNE-BUL-FIN
               MOVE WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 TO WS-BUL-NOTE-EDIT
               MOVE SPACES TO LIGNE-BULLETIN
               IF NOT WS-NOTE-REELLE(WS-IDX-ELEVE, WS-IDX-MATIERE)
      *            Matiere sans note : son statut en toutes lettres a
      *            la place de la note.
                   PERFORM 6039-LIBELLE-STATUT-DEB
                      THRU 6039-LIBELLE-STATUT-FIN
                   IF WS-BUL-MOY-TROUVEE-OUI
                       STRING "  "
                           WS-NOM-MATIERE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                           "  " WS-BUL-COEF-EDIT
                           "  " WS-STATUT-LIBELLE
                           WS-BUL-MOY-CLASSE-EDIT
                           DELIMITED BY SIZE INTO LIGNE-BULLETIN
                   ELSE
                       STRING "  "
                           WS-NOM-MATIERE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                           "  " WS-BUL-COEF-EDIT
                           "  " WS-STATUT-LIBELLE
                           "--,--"
                           DELIMITED BY SIZE INTO LIGNE-BULLETIN
                   END-IF
               ELSE
               IF WS-BUL-MOY-TROUVEE-OUI
                   STRING "  "
                       WS-NOM-MATIERE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                       "     --,--"
                       DELIMITED BY SIZE INTO LIGNE-BULLETIN
               END-IF
               END-IF
      *        Nombre d'evaluations sur lesquelles repose la note
      *        (rien pour une note saisie directement sur la ligne
      *        "02"), puis appreciation de l'enseignant en regard de
      *        la matiere.
               IF WS-NB-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE) > 0
                   MOVE WS-NB-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                     TO WS-EV-NB-EDIT
                   MOVE WS-EV-NB-EDIT TO LIGNE-BULLETIN(60:2)
               END-IF
               MOVE WS-APPR-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 TO LIGNE-BULLETIN(66:60)
               PERFORM 6036-ECRIRE-LIGNE-BUL-DEB
                  THRU 6036-ECRIRE-LIGNE-BUL-FIN
           END-PERFORM
           PERFORM 6036-ECRIRE-LIGNE-BUL-DEB
              THRU 6036-ECRIRE-LIGNE-BUL-FIN
           MOVE SPACES TO LIGNE-BULLETIN
           IF WS-EVALUABLE-OUI(WS-IDX-ELEVE)
               STRING "  Moyenne generale : " WS-BUL-NOTE-EDIT
                      "    Rang : " WS-RANG-LIBELLE
                      DELIMITED BY SIZE INTO LIGNE-BULLETIN
           ELSE
               STRING "  Moyenne generale : --,--"
                      "    Rang : " WS-RANG-LIBELLE
                      DELIMITED BY SIZE INTO LIGNE-BULLETIN
           END-IF
           PERFORM 6036-ECRIRE-LIGNE-BUL-DEB
              THRU 6036-ECRIRE-LIGNE-BUL-FIN
           MOVE SPACES TO LIGNE-BULLETIN
                  DELIMITED BY SIZE INTO LIGNE-BULLETIN
           PERFORM 6036-ECRIRE-LIGNE-BUL-DEB
              THRU 6036-ECRIRE-LIGNE-BUL-FIN
           PERFORM 6041-DISTINCTION-DEB
              THRU 6041-DISTINCTION-FIN
           IF WS-DISTINCTION-LIBELLE NOT = SPACES
               MOVE SPACES TO LIGNE-BULLETIN
               STRING "  Distinction du conseil : "
                      WS-DISTINCTION-LIBELLE
                      DELIMITED BY SIZE INTO LIGNE-BULLETIN
               PERFORM 6036-ECRIRE-LIGNE-BUL-DEB
                  THRU 6036-ECRIRE-LIGNE-BUL-FIN
           END-IF
           MOVE SPACES TO LIGNE-BULLETIN
           STRING "  Absences : " WS-NB-ABSENCES-E(WS-IDX-ELEVE)
                  "    Comportement : " WS-COMPORTEMENT-LIBELLE
           PERFORM 6036-ECRIRE-LIGNE-BUL-DEB
              THRU 6036-ECRIRE-LIGNE-BUL-FIN

      *    Appreciation generale du professeur principal.
           MOVE SPACES TO LIGNE-BULLETIN
           PERFORM 6036-ECRIRE-LIGNE-BUL-DEB
              THRU 6036-ECRIRE-LIGNE-BUL-FIN
           MOVE "  Appreciation du professeur principal :"
             TO LIGNE-BULLETIN
           PERFORM 6036-ECRIRE-LIGNE-BUL-DEB
              THRU 6036-ECRIRE-LIGNE-BUL-FIN
           MOVE SPACES TO LIGNE-BULLETIN
           MOVE WS-APPR-GENERALE-E(WS-IDX-ELEVE)
             TO LIGNE-BULLETIN(5:60)
           PERFORM 6036-ECRIRE-LIGNE-BUL-DEB
              THRU 6036-ECRIRE-LIGNE-BUL-FIN

           MOVE SPACES TO LIGNE-BULLETIN
           PERFORM 6036-ECRIRE-LIGNE-BUL-DEB
              THRU 6036-ECRIRE-LIGNE-BUL-FIN
       6037-MOY-CLASSE-MATIERE-FIN.
           EXIT.

      ******************************************************************
      *    Traduit le statut de la matiere WS-IDX-MATIERE de l'eleve
      *    WS-IDX-ELEVE en libelle edite a la place de la note
      *    (bulletins, output.csv, fiches enseignants).
      ******************************************************************
       6039-LIBELLE-STATUT-DEB.
           EVALUATE TRUE
             WHEN WS-STATUT-ABS(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 MOVE "Absent"     TO WS-STATUT-LIBELLE
             WHEN WS-STATUT-DISP(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 MOVE "Dispense"   TO WS-STATUT-LIBELLE
             WHEN WS-STATUT-NN(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 MOVE "Non note"   TO WS-STATUT-LIBELLE
             WHEN OTHER
                 MOVE SPACES       TO WS-STATUT-LIBELLE
           END-EVALUATE.
       6039-LIBELLE-STATUT-FIN.
           EXIT.

      ******************************************************************
      *    Recherche dans decisions.dat la distinction accordee par le
      *    conseil a l'eleve WS-IDX-ELEVE pour le trimestre en cours
      *    et la traduit en toutes lettres (espaces si aucune).
      ******************************************************************
       6041-DISTINCTION-DEB.
           MOVE SPACES TO WS-DISTINCTION-LIBELLE
           MOVE SPACES TO WS-DISTINCTION-CODE
           IF NOT WS-DECISIONS-OUVERT-OUI
               GO TO 6041-DISTINCTION-FIN
           END-IF
           MOVE WS-CODE-E(WS-IDX-ELEVE) TO DEC-CODE-ELEVE
           MOVE WS-ANNEE-COURANTE       TO DEC-ANNEE
           READ F-DECISIONS
               INVALID KEY
                   GO TO 6041-DISTINCTION-FIN
           END-READ
           MOVE DEC-DISTINCTION-T(WS-TRIMESTRE-COURANT)
             TO WS-DISTINCTION-CODE
           EVALUATE WS-DISTINCTION-CODE
             WHEN "FE"
                 MOVE "Felicitations"
                   TO WS-DISTINCTION-LIBELLE
             WHEN "CO"
                 MOVE "Compliments"
                   TO WS-DISTINCTION-LIBELLE
             WHEN "EN"
                 MOVE "Encouragements"
                   TO WS-DISTINCTION-LIBELLE
             WHEN "AT"
                 MOVE "Avertissement travail"
                   TO WS-DISTINCTION-LIBELLE
             WHEN "AC"
                 MOVE "Avertissement conduite"
                   TO WS-DISTINCTION-LIBELLE
             WHEN OTHER
                 MOVE SPACES
                   TO WS-DISTINCTION-LIBELLE
           END-EVALUATE.
       6041-DISTINCTION-FIN.
           EXIT.

      ******************************************************************
      *    Ecrit la ligne de publipostage de l'eleve WS-IDX-ELEVE
      *    (une ligne par page de bulletin editee) : classe, code,
                      THRU 6046-LIBELLE-RANG-FIN
                   PERFORM 6048-APPRECIATION-DEB
                      THRU 6048-APPRECIATION-FIN
                   IF WS-EVALUABLE-OUI(WS-IDX-ELEVE)
                       MOVE WS-MOYANNE-E(WS-IDX-ELEVE)
                         TO SORTE-MOYENNE-ELEVE
                   ELSE
                       MOVE "--,--" TO SORTE-MOYENNE-ELEVE-X
                   END-IF

                   PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
                         UNTIL WS-IDX-MATIERE >
                         TO SORTE-COEFF
                       MOVE WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                         TO SORTE-NOTE
      *                Colonne NOTE : la note, ou le statut en toutes
      *                lettres pour une matiere sans note.
                       IF WS-NOTE-REELLE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                           MOVE SORTE-NOTE TO WS-STATUT-LIBELLE
                       ELSE
                           PERFORM 6039-LIBELLE-STATUT-DEB
                              THRU 6039-LIBELLE-STATUT-FIN
                       END-IF

                       MOVE SPACES TO LIGNE-CSV
                       STRING
                           ";"                        DELIMITED BY SIZE
                           SORTE-COEFF                 DELIMITED BY SIZE
                           ";"                        DELIMITED BY SIZE
                           WS-STATUT-LIBELLE           DELIMITED BY "  "
                           INTO LIGNE-CSV
                       WRITE LIGNE-CSV
                   END-PERFORM
           EXIT.

      ******************************************************************
      *    Calcule la note de chaque matiere annoncee avec une zone
      *    note a blanc (statut EVAL) a partir de ses evaluations
      *    "04", pour tout le lot, corrections du mode C comprises.
      ******************************************************************
       6042-MOYENNES-EVALUATIONS-DEB.
           PERFORM VARYING WS-IDX-ELEVE FROM 1 BY 1
                 UNTIL WS-IDX-ELEVE > WS-NB-ELEVES
               PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
                     UNTIL WS-IDX-MATIERE > WS-NB-MATIERES(WS-IDX-ELEVE)
                   IF WS-STATUT-EVAL(WS-IDX-ELEVE, WS-IDX-MATIERE)
                       PERFORM 6043-MOYENNE-MATIERE-DEB
                          THRU 6043-MOYENNE-MATIERE-FIN
                   END-IF
               END-PERFORM
           END-PERFORM.
       6042-MOYENNES-EVALUATIONS-FIN.
           EXIT.

      ******************************************************************
      *    Moyenne de la matiere WS-IDX-MATIERE de l'eleve
      *    WS-IDX-ELEVE : somme des notes multipliees par le poids de
      *    chaque evaluation, divisee par la somme des poids, arrondie
      *    au centieme. Les evaluations ABS et NN n'y entrent pas.
      *    Sans aucune note reelle, la matiere prend le statut ABS si
      *    l'eleve a ete absent a au moins une evaluation, NN sinon
      *    (et aussi quand aucune ligne "04" n'a suivi la ligne "02").
      ******************************************************************
       6043-MOYENNE-MATIERE-DEB.
           MOVE 0 TO WS-EV-SOMME-NOTES
           MOVE 0 TO WS-EV-SOMME-POIDS
           MOVE 0 TO WS-EV-NB-ABS
           MOVE WS-PREM-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
             TO WS-IDX-EV
           PERFORM WS-NB-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE) TIMES
               EVALUATE TRUE
                 WHEN WS-EV-NOTE-REELLE(WS-IDX-EV)
                     COMPUTE WS-EV-SOMME-NOTES = WS-EV-SOMME-NOTES +
                         WS-EV-NOTE(WS-IDX-EV) * WS-EV-POIDS(WS-IDX-EV)
                     ADD WS-EV-POIDS(WS-IDX-EV) TO WS-EV-SOMME-POIDS
                 WHEN WS-EV-STATUT-ABS(WS-IDX-EV)
                     ADD 1 TO WS-EV-NB-ABS
               END-EVALUATE
               ADD 1 TO WS-IDX-EV
           END-PERFORM

           EVALUATE TRUE
             WHEN WS-EV-SOMME-POIDS > 0
                 COMPUTE WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE) ROUNDED =
                     WS-EV-SOMME-NOTES / WS-EV-SOMME-POIDS
                 MOVE SPACES
                   TO WS-STATUT-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
             WHEN WS-EV-NB-ABS > 0
                 MOVE 0 TO WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 MOVE "ABS "
                   TO WS-STATUT-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
             WHEN OTHER
                 MOVE 0 TO WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 MOVE "NN  "
                   TO WS-STATUT-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
           END-EVALUATE.
       6043-MOYENNE-MATIERE-FIN.
           EXIT.

      ******************************************************************
      ********************** Calcul de la moyenne **********************
      ******************************************************************
       6040-CALCUL-MOYENNE-DEB.
       PERFORM VARYING WS-IDX-ELEVE FROM 1 BY 1
             UNTIL WS-IDX-ELEVE > WS-NB-ELEVES
         IF WS-NOM-ELEVE(WS-IDX-ELEVE) = SPACE
           NEXT SENTENCE
         END-IF
           MOVE 0 TO WS-SOMME-COEFS
           MOVE 0 TO WS-PONDERE-ELEVE
           MOVE 0 TO WS-NB-NOTES-REELLES

           PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1 
                 UNTIL WS-IDX-MATIERE > WS-NB-MATIERES(WS-IDX-ELEVE)

      *     Une matiere en ABS, DISP ou NN n'a pas de note : ni son
      *     coefficient ni un zero n'entrent dans la moyenne.
            IF NOT WS-NOTE-REELLE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                MOVE 0 TO WS-MOYANNE-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
            ELSE
                ADD 1 TO WS-NB-NOTES-REELLES
                COMPUTE WS-TEM-SOMME-NOTES =
                        WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE) *
                        WS-COEFF(WS-IDX-ELEVE, WS-IDX-MATIERE)

                MOVE WS-TEM-SOMME-NOTES
                  TO WS-MOYANNE-M(WS-IDX-ELEVE, WS-IDX-MATIERE)

                COMPUTE WS-PONDERE-ELEVE = WS-PONDERE-ELEVE +
                        WS-TEM-SOMME-NOTES

                COMPUTE WS-SOMME-COEFS =
                        WS-COEFF(WS-IDX-ELEVE, WS-IDX-MATIERE) +
                        WS-SOMME-COEFS
            END-IF

               
           END-PERFORM
      *    diviser par zero, ce qui le figerait a la moyenne 0 du
      *    tableau et le ferait compter comme un vrai zero dans le
      *    classement et les moyennes de classe/etablissement.
      *    Sans aucune note reelle (matieres toutes en ABS, DISP ou
      *    NN, ou toutes rejetees), l'eleve est "non evaluable" : pas
      *    de moyenne, pas de rang (6045), mais son bulletin part.
           IF WS-SOMME-COEFS > 0 AND WS-NB-NOTES-REELLES > 0
             MOVE 'O' TO WS-EVALUABLE-E(WS-IDX-ELEVE)
             COMPUTE WS-MOYANNE-E(WS-IDX-ELEVE) ROUNDED =
                WS-PONDERE-ELEVE /
                WS-SOMME-COEFS
           ELSE
             MOVE 'N' TO WS-EVALUABLE-E(WS-IDX-ELEVE)
             MOVE 0   TO WS-MOYANNE-E(WS-IDX-ELEVE)
           END-IF


      *    de moyenne réelle à comparer : l'exclure du classement et
      *    des moyennes de classe/établissement plutôt que de le
      *    compter comme un vrai zéro.
      *    Un tel élève, comme celui dont toutes les matières portent
      *    un statut ABS/DISP/NN, est "non évaluable" (6040) : il
      *    reste dans la table de tri pour que son bulletin parte,
      *    mais derrière les élèves évalués de sa classe et sans
      *    rang.
           MOVE 0 TO WS-NB-TRI
           PERFORM VARYING WS-IDX-TRI-I FROM 1 BY 1
                 UNTIL WS-IDX-TRI-I > WS-NB-ELEVES
               IF WS-NOM-ELEVE(WS-IDX-TRI-I) NOT = SPACES
                   ADD 1 TO WS-NB-TRI
                   MOVE WS-IDX-TRI-I TO WS-IDX-TRI(WS-NB-TRI)
               END-IF
           END-PERFORM

      *    Tri à bulles : classe croissante, élèves évalués
      *    d'abord, puis moyenne décroissante
           PERFORM VARYING WS-IDX-TRI-I FROM 1 BY 1
                 UNTIL WS-IDX-TRI-I > WS-NB-TRI
             PERFORM VARYING WS-IDX-TRI-J FROM 1 BY 1
               ELSE
                 IF WS-CLASSE-E(WS-IDX-TRI(WS-IDX-TRI-J)) =
                    WS-CLASSE-E(WS-IDX-TRI(WS-IDX-TRI-J + 1))
                   IF NOT WS-EVALUABLE-OUI(WS-IDX-TRI(WS-IDX-TRI-J))
                     AND WS-EVALUABLE-OUI(WS-IDX-TRI(WS-IDX-TRI-J + 1))
                       MOVE 'O' TO WS-TRI-SWAP
                   END-IF
                   IF WS-EVALUABLE-E(WS-IDX-TRI(WS-IDX-TRI-J)) =
                      WS-EVALUABLE-E(WS-IDX-TRI(WS-IDX-TRI-J + 1))
                     AND WS-MOYANNE-E(WS-IDX-TRI(WS-IDX-TRI-J)) <
                         WS-MOYANNE-E(WS-IDX-TRI(WS-IDX-TRI-J + 1))
                       MOVE 'O' TO WS-TRI-SWAP
                   END-IF
                 END-IF
               END-IF
               IF WS-TRI-SWAP-OUI
           MOVE 1      TO WS-RANG-COURANT
           MOVE 0      TO WS-POS-COURANTE
           MOVE SPACES TO WS-CLASSE-COURANTE
      *    Les élèves non évalués, en fin de classe, n'ont pas de
      *    rang (WS-RANG-E à zéro).
           PERFORM VARYING WS-IDX-TRI-I FROM 1 BY 1
                 UNTIL WS-IDX-TRI-I > WS-NB-TRI
             IF NOT WS-EVALUABLE-OUI(WS-IDX-TRI(WS-IDX-TRI-I))
                 MOVE 0 TO WS-RANG-E(WS-IDX-TRI(WS-IDX-TRI-I))
                 MOVE 'N' TO WS-EXAEQUO-E(WS-IDX-TRI(WS-IDX-TRI-I))
             ELSE
               IF WS-CLASSE-E(WS-IDX-TRI(WS-IDX-TRI-I)) =
                  WS-CLASSE-COURANTE
                 ADD 1 TO WS-POS-COURANTE
               END-IF
               MOVE WS-RANG-COURANT
                 TO WS-RANG-E(WS-IDX-TRI(WS-IDX-TRI-I))
             END-IF
           END-PERFORM
           MOVE SPACES TO WS-CLASSE-COURANTE.

      ******************************************************************
       6046-LIBELLE-RANG-DEB.
           MOVE SPACES TO WS-RANG-LIBELLE
           IF NOT WS-EVALUABLE-OUI(WS-IDX-ELEVE)
               MOVE WS-LIBELLE-NON-EVALUABLE TO WS-RANG-LIBELLE
               GO TO 6046-LIBELLE-RANG-FIN
           END-IF
           MOVE WS-RANG-E(WS-IDX-ELEVE) TO WS-RANG-EDIT
      *    Le suffixe ex-aequo est construit dans le même STRING que
      *    le rang : re-scanner WS-RANG-LIBELLE avec DELIMITED BY
      ******************************************************************
       6048-APPRECIATION-DEB.
           EVALUATE TRUE
             WHEN NOT WS-EVALUABLE-OUI(WS-IDX-ELEVE)
                 MOVE WS-LIBELLE-NON-EVALUABLE
                   TO WS-MENTION-E(WS-IDX-ELEVE)
             WHEN WS-MOYANNE-E(WS-IDX-ELEVE) >= 16,00
                 MOVE "Felicitations"
                   TO WS-MENTION-E(WS-IDX-ELEVE)
             IF WS-NOM-ELEVE(WS-IDX-ELEVE) NOT = SPACES
               PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
                     UNTIL WS-IDX-MATIERE > WS-NB-MATIERES(WS-IDX-ELEVE)
      *          Une matiere en ABS, DISP ou NN n'a pas de note a
      *          compter dans la moyenne, le mini ou le maxi.
                 IF WS-NOTE-REELLE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                   MOVE 'N' TO WS-STAT-TROUVE
                   PERFORM VARYING WS-IDX-STAT FROM 1 BY 1
                         UNTIL WS-IDX-STAT > WS-NB-MATIERES-DISTINCT
                     IF WS-STAT-CLASSE(WS-IDX-STAT) =
                        WS-CLASSE-E(WS-IDX-ELEVE)
                       AND WS-STAT-CODE(WS-IDX-STAT) =
                           WS-CODE-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                         MOVE 'O' TO WS-STAT-TROUVE
                     END-IF
                     IF WS-STAT-TROUVE-OUI
                         EXIT PERFORM
                     END-IF
                   END-PERFORM

                   IF NOT WS-STAT-TROUVE-OUI
                       ADD 1 TO WS-NB-MATIERES-DISTINCT
                       MOVE WS-NB-MATIERES-DISTINCT TO WS-IDX-STAT
                       MOVE WS-CLASSE-E(WS-IDX-ELEVE)
                         TO WS-STAT-CLASSE(WS-IDX-STAT)
                       MOVE WS-CODE-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                         TO WS-STAT-CODE(WS-IDX-STAT)
                       MOVE WS-NOM-MATIERE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                         TO WS-STAT-LABEL(WS-IDX-STAT)
                       MOVE 0 TO WS-STAT-NB(WS-IDX-STAT)
                       MOVE 0 TO WS-STAT-SOMME(WS-IDX-STAT)
                       MOVE WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                         TO WS-STAT-MIN(WS-IDX-STAT)
                       MOVE WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                         TO WS-STAT-MAX(WS-IDX-STAT)
                   END-IF

                   ADD 1 TO WS-STAT-NB(WS-IDX-STAT)
                   ADD WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                     TO WS-STAT-SOMME(WS-IDX-STAT)
                   IF WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE) <
                      WS-STAT-MIN(WS-IDX-STAT)
                       MOVE WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                         TO WS-STAT-MIN(WS-IDX-STAT)
                   END-IF
                   IF WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE) >
                      WS-STAT-MAX(WS-IDX-STAT)
                       MOVE WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                         TO WS-STAT-MAX(WS-IDX-STAT)
                   END-IF

                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM
                 PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
                       UNTIL WS-IDX-MATIERE >
                             WS-NB-MATIERES(WS-IDX-ELEVE)
                   IF WS-NOTE-REELLE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                     DISPLAY
                         WS-CODE-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                     " " WS-NOM-MATIERE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                     " " WS-COEFF(WS-IDX-ELEVE, WS-IDX-MATIERE)
                     " " WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                   ELSE
                     PERFORM 6039-LIBELLE-STATUT-DEB
                        THRU 6039-LIBELLE-STATUT-FIN
                     DISPLAY
                         WS-CODE-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                     " " WS-NOM-MATIERE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                     " " WS-COEFF(WS-IDX-ELEVE, WS-IDX-MATIERE)
                     " " WS-STATUT-LIBELLE
                   END-IF
                 END-PERFORM

                 DISPLAY " "
                 IF WS-EVALUABLE-OUI(WS-IDX-ELEVE)
                     DISPLAY "Moyenne : " WS-MOYANNE-E(WS-IDX-ELEVE)
                 ELSE
                     DISPLAY "Moyenne : --,--"
                 END-IF
                 DISPLAY "Rang    : " WS-RANG-LIBELLE
                 DISPLAY "Mention : " WS-MENTION-E(WS-IDX-ELEVE)


      *    Les rejets de corrections s'ajoutent a la suite de ceux
      *    de F-INPUT, et la resolution d'un eleve absent de
      *    TABLE-ELEVES repasse par le fichier maitre ; une note
      *    d'option corrigee est controlee contre options.dat.
           OPEN EXTEND F-REJETS
           OPEN INPUT F-ELEVES
           PERFORM 6076-OUVRIR-OPTIONS-DEB
              THRU 6076-OUVRIR-OPTIONS-FIN

           MOVE 0   TO WS-CORR-IDX
           MOVE 'N' TO WS-ELEVE-REJETE-SW
           CLOSE F-CORRECTIONS
           CLOSE F-REJETS
           CLOSE F-ELEVES
           IF WS-OPTIONS-OUVERT-OUI
               CLOSE F-OPTIONS
               MOVE 'N' TO WS-OPTIONS-OUVERT
           END-IF

           DISPLAY "Corrections : " WS-NB-CORR-LUES " lignes lues, "
                   WS-NB-CORRIGES " eleves corriges."
                    MOVE "Matiere inconnue du referentiel"
                      TO REJ-LIBELLE
                ELSE
      *           Un statut ABS/DISP/NN remplace la note, une zone a
      *           blanc annonce des evaluations ; sinon la zone doit
      *           etre une note au format 99,99.
                  IF NOT R-STATUT-VALIDE
                     AND NOT R-STATUT-EVALUATIONS
                    IF R-GRADE-STATUT(1:2) NOT NUMERIC
                       OR R-GRADE-STATUT(3:1) NOT = ","
                       OR R-GRADE-STATUT(4:2) NOT NUMERIC
                      MOVE 'O' TO WS-REJET-SW
                      MOVE "STATU" TO REJ-CODE-RAISON
                      MOVE "Ni note ni statut ABS/DISP/NN"
                        TO REJ-LIBELLE
                    ELSE
                      IF R-GRADE > 20,00
                        MOVE 'O' TO WS-REJET-SW
                        MOVE "NOTE  " TO REJ-CODE-RAISON
                        MOVE "Note superieure a 20"
                          TO REJ-LIBELLE
                      END-IF
                    END-IF
                  END-IF
                END-IF
               END-IF
              END-IF

      *       Une matiere declaree option n'est notee que pour les
      *       eleves inscrits a cette option.
              IF NOT WS-REJET-OUI
                  PERFORM 6077-CONTROLER-OPTION-DEB
                     THRU 6077-CONTROLER-OPTION-FIN
              END-IF

              IF WS-REJET-OUI
                  PERFORM 6014-ECRIRE-REJET-DEB
                     THRU 6014-ECRIRE-REJET-FIN
                  MOVE WS-REF-COEF(WS-IDX-REF)
                    TO WS-COEFF(WS-IDX-ELEVE, WS-IDX-MATIERE)

                  EVALUATE TRUE
                    WHEN R-STATUT-VALIDE
                      MOVE 0
                        TO WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                      MOVE R-GRADE-STATUT(1:4)
                        TO WS-STATUT-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                    WHEN R-STATUT-EVALUATIONS
                      MOVE 0
                        TO WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                      MOVE "EVAL"
                        TO WS-STATUT-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                    WHEN OTHER
                      MOVE R-GRADE
                        TO WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                      MOVE SPACES
                        TO WS-STATUT-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                  END-EVALUATE
                  MOVE 0
                    TO WS-NB-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                  MOVE 0
                    TO WS-PREM-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
              END-IF

      *     Ligne "04" : memes controles qu'en 6016, sous la matiere
      *     de la derniere ligne "02" de correction acceptee.
            WHEN "04"
              IF WS-ELEVE-REJETE-OUI
                  MOVE 'O' TO WS-REJET-SW
                  MOVE "ELVRJ" TO REJ-CODE-RAISON
                  MOVE "Ligne evaluation d'un eleve rejete"
                    TO REJ-LIBELLE
              ELSE
                IF WS-CORR-IDX = 0
                  MOVE 'O' TO WS-REJET-SW
                  MOVE "NOELV " TO REJ-CODE-RAISON
                  MOVE "Ligne evaluation sans eleve precedent"
                    TO REJ-LIBELLE
                ELSE
                  PERFORM 6074-CONTROLER-EVALUATION-DEB
                     THRU 6074-CONTROLER-EVALUATION-FIN
                END-IF
              END-IF

              IF WS-REJET-OUI
                  PERFORM 6014-ECRIRE-REJET-DEB
                     THRU 6014-ECRIRE-REJET-FIN
              ELSE
                  PERFORM 6075-RANGER-EVALUATION-DEB
                     THRU 6075-RANGER-EVALUATION-FIN
              END-IF

            WHEN "03"
      ******************************************************************
      *    Enregistre dans F-HISTO la moyenne de chaque élève pour le
      *    trimestre en cours, afin que le conseil de classe puisse
      *    suivre son évolution d'un trimestre à l'autre. Les notes
      *    par matiere du meme eleve partent en meme temps dans
      *    notes.dat (6062). Toute creation, modification ou
      *    suppression d'un enregistrement est tracee dans la piste
      *    d'audit (6061) ; une relance qui reposte une moyenne
      *    identique ne laisse pas de trace.
       6060-HISTO-DEB.
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

      *    Pas de mise a jour de l'historique sans sa piste d'audit.
           OPEN EXTEND F-AUDIT
           IF F-AUDIT-STATUS-NOFILE
               OPEN OUTPUT F-AUDIT
           END-IF
           IF NOT F-AUDIT-STATUS-OK
               DISPLAY "Piste d'audit audithisto.txt indisponible, "
                       "statut " F-AUDIT-STATUS
                       " : historique non mis a jour."
               MOVE 8 TO RETURN-CODE
               GO TO 6060-HISTO-FIN
           END-IF

           OPEN I-O F-HISTO
           IF F-HISTO-STATUS-NOFILE
               OPEN OUTPUT F-HISTO
               OPEN I-O F-HISTO
           END-IF

           OPEN I-O F-NOTES
           IF F-NOTES-STATUS-NOFILE
               OPEN OUTPUT F-NOTES
               CLOSE F-NOTES
               OPEN I-O F-NOTES
           END-IF

      *    En mode C, seuls les eleves corriges sont reposés dans
      *    l'historique : les autres y sont deja, tels que la
      *    derniere execution complete les a ecrits.
                 MOVE WS-COMPORTEMENT-E(WS-IDX-ELEVE)
                   TO HISTO-COMPORTEMENT

      *          Un eleve non evaluable n'a pas de moyenne du
      *          trimestre : rien a poster, et une moyenne laissee par
      *          une execution precedente est retiree.
      *          L'image existante est relue avant d'etre
      *          remplacee, pour la piste d'audit.
                 MOVE REC-HISTO TO WS-HISTO-APRES
                 MOVE SPACES    TO WS-HISTO-AVANT
                 READ F-HISTO
                     NOT INVALID KEY
                         MOVE REC-HISTO TO WS-HISTO-AVANT
                 END-READ
                 MOVE WS-HISTO-APRES TO REC-HISTO
                 IF WS-EVALUABLE-OUI(WS-IDX-ELEVE)
                     IF WS-HISTO-AVANT = SPACES
                         WRITE REC-HISTO
                         MOVE 'C' TO WS-AUD-OPERATION
                         PERFORM 6061-AUDITER-HISTO-DEB
                            THRU 6061-AUDITER-HISTO-FIN
                     ELSE
                         IF WS-HISTO-AVANT NOT = WS-HISTO-APRES
                             REWRITE REC-HISTO
                             MOVE 'M' TO WS-AUD-OPERATION
                             PERFORM 6061-AUDITER-HISTO-DEB
                                THRU 6061-AUDITER-HISTO-FIN
                         END-IF
                     END-IF
                 ELSE
                     IF WS-HISTO-AVANT NOT = SPACES
                         DELETE F-HISTO RECORD
                             INVALID KEY
                                 CONTINUE
                         END-DELETE
                         MOVE SPACES TO WS-HISTO-APRES
                         MOVE 'S' TO WS-AUD-OPERATION
                         PERFORM 6061-AUDITER-HISTO-DEB
                            THRU 6061-AUDITER-HISTO-FIN
                     END-IF
                 END-IF

                 PERFORM 6062-HISTO-NOTES-DEB
                    THRU 6062-HISTO-NOTES-FIN
             END-IF
           END-PERFORM

           CLOSE F-NOTES
           CLOSE F-HISTO
           CLOSE F-AUDIT
           DISPLAY "Historique : " WS-NB-AUDITS
                   " enregistrement(s) modifie(s), voir audithisto.txt".
       6060-HISTO-FIN.
           EXIT.

      ******************************************************************
      *    Ecrit dans la piste d'audit le changement de l'eleve
      *    WS-IDX-ELEVE : operation WS-AUD-OPERATION, images
      *    WS-HISTO-AVANT et WS-HISTO-APRES, mode de l'execution.
      *    N'ecrit rien si la mise a jour de histo.dat a echoue.
      ******************************************************************
       6061-AUDITER-HISTO-DEB.
           IF NOT F-HISTO-STATUS-OK
               DISPLAY "Mise a jour de histo.dat refusee pour l'eleve "
                       WS-CODE-E(WS-IDX-ELEVE) ", statut "
                       F-HISTO-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 6061-AUDITER-HISTO-FIN
           END-IF
           MOVE WS-DATE-EXECUTION       TO AUD-DATE
           MOVE WS-HEURE-EXECUTION(1:6) TO AUD-HEURE
           MOVE WS-OPERATEUR            TO AUD-OPERATEUR
           MOVE "BULLTIN"               TO AUD-PROGRAMME
           MOVE WS-MODE-EXECUTION       TO AUD-MODE
           MOVE WS-AUD-OPERATION        TO AUD-OPERATION
           MOVE WS-CODE-E(WS-IDX-ELEVE) TO AUD-CODE-ELEVE
           MOVE WS-ANNEE-COURANTE       TO AUD-ANNEE
           MOVE WS-TRIMESTRE-COURANT    TO AUD-TRIMESTRE
           MOVE WS-HISTO-AVANT          TO AUD-AVANT
           MOVE WS-HISTO-APRES          TO AUD-APRES
           WRITE REC-AUDIT
           ADD 1 TO WS-NB-AUDITS.
       6061-AUDITER-HISTO-FIN.
           EXIT.

      ******************************************************************
      *    Reporte dans notes.dat les notes par matiere de l'eleve
      *    WS-IDX-ELEVE pour le trimestre en cours. Les notes deja
      *    postees pour ce trimestre (execution precedente, mode C)
      *    sont d'abord retirees : une matiere disparue de la
      *    correction ne doit pas survivre dans l'historique.
      ******************************************************************
       6062-HISTO-NOTES-DEB.
           MOVE WS-CODE-E(WS-IDX-ELEVE) TO NOTE-CODE-ELEVE
           MOVE WS-ANNEE-COURANTE       TO NOTE-ANNEE
           MOVE WS-TRIMESTRE-COURANT    TO NOTE-TRIMESTRE
           MOVE 0                       TO NOTE-CODE-MATIERE
           MOVE 'N' TO WS-FIN-NOTES
           START F-NOTES KEY IS >= NOTE-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-NOTES
           END-START
           PERFORM UNTIL WS-FIN-NOTES-OUI
               READ F-NOTES NEXT
                   AT END
                       MOVE 'O' TO WS-FIN-NOTES
                   NOT AT END
                       IF NOTE-CODE-ELEVE NOT = WS-CODE-E(WS-IDX-ELEVE)
                          OR NOTE-ANNEE NOT = WS-ANNEE-COURANTE
                          OR NOTE-TRIMESTRE NOT = WS-TRIMESTRE-COURANT
                           MOVE 'O' TO WS-FIN-NOTES
                       ELSE
                           DELETE F-NOTES RECORD
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
                 UNTIL WS-IDX-MATIERE > WS-NB-MATIERES(WS-IDX-ELEVE)
               MOVE WS-CODE-E(WS-IDX-ELEVE) TO NOTE-CODE-ELEVE
               MOVE WS-ANNEE-COURANTE       TO NOTE-ANNEE
               MOVE WS-TRIMESTRE-COURANT    TO NOTE-TRIMESTRE
               MOVE WS-CODE-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 TO NOTE-CODE-MATIERE
               MOVE WS-CLASSE-E(WS-IDX-ELEVE) TO NOTE-CLASSE
               MOVE WS-NOM-MATIERE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 TO NOTE-LIBELLE
               MOVE WS-COEFF(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 TO NOTE-COEF
               MOVE WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 TO NOTE-NOTE
               MOVE WS-STATUT-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
                 TO NOTE-STATUT
      *        Une matiere saisie deux fois pour le meme eleve ne
      *        garde dans l'historique que sa derniere note lue.
               WRITE REC-NOTE
               IF F-NOTES-STATUS-DUP
                   REWRITE REC-NOTE
               END-IF
           END-PERFORM.
       6062-HISTO-NOTES-FIN.
           EXIT.

      ******************************************************************
      ************ Appreciations des enseignants ***********************
      ******************************************************************
      *    Charge appreciations.txt dans TABLE-ELEVES : l'appreciation
      *    d'une matiere va sur la matiere de l'eleve (WS-APPR-M),
      *    celle du professeur principal (code matiere 00) sur
      *    l'eleve (WS-APPR-GENERALE-E). Une ligne dont l'eleve ou la
      *    matiere n'est pas dans le lot est comptee et ignoree. Une
      *    appreciation saisie deux fois garde la derniere lue.
      ******************************************************************
       6064-CHARGER-APPRECIATIONS-DEB.
           MOVE 0 TO WS-APPR-NB-LUES
           MOVE 0 TO WS-APPR-NB-IGNOREES
           PERFORM VARYING WS-IDX-ELEVE FROM 1 BY 1
                 UNTIL WS-IDX-ELEVE > WS-NB-ELEVES
               MOVE SPACES TO WS-APPR-GENERALE-E(WS-IDX-ELEVE)
               PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
                     UNTIL WS-IDX-MATIERE > 20
                   MOVE SPACES
                     TO WS-APPR-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
               END-PERFORM
           END-PERFORM

           OPEN INPUT F-APPRECIATIONS
           IF F-APPRECIATIONS-STATUS-NOFILE
               DISPLAY "Fichier appreciations.txt absent : aucune "
                       "appreciation sur les bulletins."
               GO TO 6064-CHARGER-APPRECIATIONS-FIN
           END-IF
           IF NOT F-APPRECIATIONS-STATUS-OK
               DISPLAY "Fichier appreciations.txt indisponible "
                       "(statut " F-APPRECIATIONS-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL F-APPRECIATIONS-STATUS-EOF
               READ F-APPRECIATIONS
                   NOT AT END
                       ADD 1 TO WS-APPR-NB-LUES
                       PERFORM 6065-RANGER-APPRECIATION-DEB
                          THRU 6065-RANGER-APPRECIATION-FIN
               END-READ
           END-PERFORM
           CLOSE F-APPRECIATIONS.
       6064-CHARGER-APPRECIATIONS-FIN.
           EXIT.

      ******************************************************************
      *    Range la ligne REC-APPRECIATION sur son eleve (numero
      *    permanent) et, sauf appreciation generale, sur sa matiere.
      ******************************************************************
       6065-RANGER-APPRECIATION-DEB.
           IF APPR-CODE-ELEVE NOT NUMERIC
              OR APPR-CODE-MATIERE NOT NUMERIC
               ADD 1 TO WS-APPR-NB-IGNOREES
               GO TO 6065-RANGER-APPRECIATION-FIN
           END-IF

           MOVE 'N' TO WS-APPR-ELV-TROUVE
           PERFORM VARYING WS-IDX-ELEVE FROM 1 BY 1
                 UNTIL WS-IDX-ELEVE > WS-NB-ELEVES
                    OR WS-APPR-ELV-TROUVE-OUI
               IF WS-NOM-ELEVE(WS-IDX-ELEVE) NOT = SPACES
                  AND WS-CODE-E(WS-IDX-ELEVE) = APPR-CODE-ELEVE
                   MOVE 'O' TO WS-APPR-ELV-TROUVE
               END-IF
           END-PERFORM
           IF NOT WS-APPR-ELV-TROUVE-OUI
               ADD 1 TO WS-APPR-NB-IGNOREES
               GO TO 6065-RANGER-APPRECIATION-FIN
           END-IF
           SUBTRACT 1 FROM WS-IDX-ELEVE

           IF APPR-GENERALE
               MOVE APPR-TEXTE TO WS-APPR-GENERALE-E(WS-IDX-ELEVE)
               GO TO 6065-RANGER-APPRECIATION-FIN
           END-IF

           MOVE 'N' TO WS-APPR-MAT-TROUVEE
           PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
                 UNTIL WS-IDX-MATIERE > WS-NB-MATIERES(WS-IDX-ELEVE)
                    OR WS-APPR-MAT-TROUVEE-OUI
               IF WS-CODE-M(WS-IDX-ELEVE, WS-IDX-MATIERE) =
                  APPR-CODE-MATIERE
                   MOVE 'O' TO WS-APPR-MAT-TROUVEE
               END-IF
           END-PERFORM
           IF NOT WS-APPR-MAT-TROUVEE-OUI
               ADD 1 TO WS-APPR-NB-IGNOREES
               GO TO 6065-RANGER-APPRECIATION-FIN
           END-IF
           SUBTRACT 1 FROM WS-IDX-MATIERE
           MOVE APPR-TEXTE TO WS-APPR-M(WS-IDX-ELEVE, WS-IDX-MATIERE).
       6065-RANGER-APPRECIATION-FIN.
           EXIT.

      ******************************************************************
      *    Ecrit appmanq.txt avant l'edition des bulletins : pour
      *    chaque enseignant (matieres.txt pour les matieres,
      *    classes.txt pour l'appreciation generale), classe par
      *    classe, les eleves dont l'appreciation manque encore. En
      *    mode C, seuls les eleves corriges, dont la page part dans
      *    bulcorr.txt, sont controles.
      ******************************************************************
       6066-APPR-MANQUANTES-DEB.
           MOVE 0 TO WS-NB-PROFS
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                 UNTIL WS-IDX-REF > WS-NB-REF-MATIERES
               MOVE WS-REF-PROF(WS-IDX-REF) TO WS-PROF-RECHERCHE
               PERFORM 6067-AJOUTER-PROF-DEB
                  THRU 6067-AJOUTER-PROF-FIN
           END-PERFORM
           PERFORM VARYING WS-IDX-CLREF FROM 1 BY 1
                 UNTIL WS-IDX-CLREF > WS-NB-REF-CLASSES
               MOVE WS-CLREF-PROF(WS-IDX-CLREF) TO WS-PROF-RECHERCHE
               PERFORM 6067-AJOUTER-PROF-DEB
                  THRU 6067-AJOUTER-PROF-FIN
           END-PERFORM

           MOVE 0 TO WS-APPR-NB-MANQUANTES
           OPEN OUTPUT F-APPMANQ
           MOVE SPACES TO LIGNE-APPMANQ
           MOVE ALL "*" TO LIGNE-APPMANQ(1:70)
           WRITE LIGNE-APPMANQ
           MOVE "  ETAT DES APPRECIATIONS MANQUANTES" TO LIGNE-APPMANQ
           WRITE LIGNE-APPMANQ
           MOVE SPACES TO LIGNE-APPMANQ
           STRING "  Trimestre : " WS-TRIMESTRE-COURANT
                  "   Annee scolaire : " WS-ANNEE-COURANTE
                  DELIMITED BY SIZE INTO LIGNE-APPMANQ
           WRITE LIGNE-APPMANQ
           MOVE SPACES TO LIGNE-APPMANQ
           MOVE ALL "*" TO LIGNE-APPMANQ(1:70)
           WRITE LIGNE-APPMANQ

           PERFORM VARYING WS-IDX-PROF FROM 1 BY 1
                 UNTIL WS-IDX-PROF > WS-NB-PROFS
               PERFORM 6068-APPR-PROF-DEB
                  THRU 6068-APPR-PROF-FIN
           END-PERFORM

           MOVE SPACES TO LIGNE-APPMANQ
           WRITE LIGNE-APPMANQ
           MOVE WS-APPR-NB-MANQUANTES TO WS-APPR-EDIT
           MOVE SPACES TO LIGNE-APPMANQ
           STRING "  Appreciations manquantes        : " WS-APPR-EDIT
                  DELIMITED BY SIZE INTO LIGNE-APPMANQ
           WRITE LIGNE-APPMANQ
           MOVE WS-APPR-NB-LUES TO WS-APPR-EDIT
           MOVE SPACES TO LIGNE-APPMANQ
           STRING "  Lignes d'appreciations lues     : " WS-APPR-EDIT
                  DELIMITED BY SIZE INTO LIGNE-APPMANQ
           WRITE LIGNE-APPMANQ
           MOVE WS-APPR-NB-IGNOREES TO WS-APPR-EDIT
           MOVE SPACES TO LIGNE-APPMANQ
           STRING "  Ignorees (eleve ou matiere hors lot) : "
                  WS-APPR-EDIT
                  DELIMITED BY SIZE INTO LIGNE-APPMANQ
           WRITE LIGNE-APPMANQ
           CLOSE F-APPMANQ

           DISPLAY "Appreciations manquantes : " WS-APPR-NB-MANQUANTES
                   " (detail dans appmanq.txt)".
       6066-APPR-MANQUANTES-FIN.
           EXIT.

      ******************************************************************
      *    Ajoute WS-PROF-RECHERCHE a TABLE-PROFS s'il n'y est pas
      *    deja (un enseignant sans nom au referentiel compte pour un
      *    enseignant "non renseigne").
      ******************************************************************
       6067-AJOUTER-PROF-DEB.
           MOVE 'N' TO WS-PROF-TROUVE
           PERFORM VARYING WS-IDX-PROF FROM 1 BY 1
                 UNTIL WS-IDX-PROF > WS-NB-PROFS
                    OR WS-PROF-TROUVE-OUI
               IF WS-PROF-NOM(WS-IDX-PROF) = WS-PROF-RECHERCHE
                   MOVE 'O' TO WS-PROF-TROUVE
               END-IF
           END-PERFORM
           IF NOT WS-PROF-TROUVE-OUI AND WS-NB-PROFS < 250
               ADD 1 TO WS-NB-PROFS
               MOVE WS-PROF-RECHERCHE TO WS-PROF-NOM(WS-NB-PROFS)
           END-IF.
       6067-AJOUTER-PROF-FIN.
           EXIT.

      ******************************************************************
      *    Partie de l'etat consacree a l'enseignant WS-IDX-PROF :
      *    une ligne par appreciation manquante, classe par classe.
      ******************************************************************
       6068-APPR-PROF-DEB.
           MOVE 0 TO WS-APPR-NB-PROF
           IF WS-PROF-NOM(WS-IDX-PROF) = SPACES
               MOVE "(non renseigne)" TO WS-PROF-LIBELLE
           ELSE
               MOVE WS-PROF-NOM(WS-IDX-PROF) TO WS-PROF-LIBELLE
           END-IF

           MOVE SPACES TO LIGNE-APPMANQ
           WRITE LIGNE-APPMANQ
           MOVE SPACES TO LIGNE-APPMANQ
           STRING "  Enseignant : " WS-PROF-LIBELLE
                  DELIMITED BY SIZE INTO LIGNE-APPMANQ
           WRITE LIGNE-APPMANQ
           MOVE "    CLASSE MATIERE                    ELEVE"
             TO LIGNE-APPMANQ
           WRITE LIGNE-APPMANQ

           PERFORM VARYING WS-IDX-CLREF FROM 1 BY 1
                 UNTIL WS-IDX-CLREF > WS-NB-REF-CLASSES
               PERFORM 6069-APPR-PROF-CLASSE-DEB
                  THRU 6069-APPR-PROF-CLASSE-FIN
           END-PERFORM

           IF WS-APPR-NB-PROF = 0
               MOVE "    Aucune appreciation manquante."
                 TO LIGNE-APPMANQ
               WRITE LIGNE-APPMANQ
           END-IF.
       6068-APPR-PROF-FIN.
           EXIT.

      ******************************************************************
      *    Eleves de la classe WS-IDX-CLREF sans appreciation de
      *    l'enseignant WS-IDX-PROF : d'abord pour chaque matiere
      *    qu'il y enseigne, puis pour l'appreciation generale s'il
      *    en est le professeur principal.
      ******************************************************************
       6069-APPR-PROF-CLASSE-DEB.
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                 UNTIL WS-IDX-REF > WS-NB-REF-MATIERES
               IF WS-REF-CLASSE(WS-IDX-REF) =
                  WS-CLREF-CLASSE(WS-IDX-CLREF)
                  AND WS-REF-PROF(WS-IDX-REF) = WS-PROF-NOM(WS-IDX-PROF)
                   PERFORM VARYING WS-IDX-ELEVE FROM 1 BY 1
                         UNTIL WS-IDX-ELEVE > WS-NB-ELEVES
                       IF WS-NOM-ELEVE(WS-IDX-ELEVE) NOT = SPACES
                          AND WS-CLASSE-E(WS-IDX-ELEVE) =
                              WS-CLREF-CLASSE(WS-IDX-CLREF)
                          AND (NOT WS-MODE-CORRECTION
                               OR WS-CORRIGE-OUI(WS-IDX-ELEVE))
                           PERFORM 6063-APPR-MATIERE-ELEVE-DEB
                              THRU 6063-APPR-MATIERE-ELEVE-FIN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           IF WS-CLREF-PROF(WS-IDX-CLREF) NOT = WS-PROF-NOM(WS-IDX-PROF)
               GO TO 6069-APPR-PROF-CLASSE-FIN
           END-IF
           PERFORM VARYING WS-IDX-ELEVE FROM 1 BY 1
                 UNTIL WS-IDX-ELEVE > WS-NB-ELEVES
               IF WS-NOM-ELEVE(WS-IDX-ELEVE) NOT = SPACES
                  AND WS-CLASSE-E(WS-IDX-ELEVE) =
                      WS-CLREF-CLASSE(WS-IDX-CLREF)
                  AND (NOT WS-MODE-CORRECTION
                       OR WS-CORRIGE-OUI(WS-IDX-ELEVE))
                  AND WS-APPR-GENERALE-E(WS-IDX-ELEVE) = SPACES
                   ADD 1 TO WS-APPR-NB-PROF
                   ADD 1 TO WS-APPR-NB-MANQUANTES
                   MOVE SPACES TO LIGNE-APPMANQ
                   STRING "    " WS-CLREF-CLASSE(WS-IDX-CLREF)
                          "  Appreciation generale     "
                          WS-CODE-E(WS-IDX-ELEVE) " "
                          WS-NOM-ELEVE(WS-IDX-ELEVE) " "
                          WS-PRENOM-ELEVE(WS-IDX-ELEVE)
                          DELIMITED BY SIZE INTO LIGNE-APPMANQ
                   WRITE LIGNE-APPMANQ
               END-IF
           END-PERFORM.
       6069-APPR-PROF-CLASSE-FIN.
           EXIT.

      ******************************************************************
      *    Signale l'eleve WS-IDX-ELEVE s'il suit la matiere de
      *    l'entree WS-IDX-REF du referentiel sans en avoir
      *    l'appreciation.
      ******************************************************************
       6063-APPR-MATIERE-ELEVE-DEB.
           MOVE 'N' TO WS-APPR-MAT-TROUVEE
           PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
                 UNTIL WS-IDX-MATIERE > WS-NB-MATIERES(WS-IDX-ELEVE)
                    OR WS-APPR-MAT-TROUVEE-OUI
               IF WS-CODE-M(WS-IDX-ELEVE, WS-IDX-MATIERE) =
                  WS-REF-CODE(WS-IDX-REF)
                   MOVE 'O' TO WS-APPR-MAT-TROUVEE
               END-IF
           END-PERFORM
           IF NOT WS-APPR-MAT-TROUVEE-OUI
               GO TO 6063-APPR-MATIERE-ELEVE-FIN
           END-IF
           SUBTRACT 1 FROM WS-IDX-MATIERE
           IF WS-APPR-M(WS-IDX-ELEVE, WS-IDX-MATIERE) NOT = SPACES
               GO TO 6063-APPR-MATIERE-ELEVE-FIN
           END-IF

           ADD 1 TO WS-APPR-NB-PROF
           ADD 1 TO WS-APPR-NB-MANQUANTES
           MOVE SPACES TO LIGNE-APPMANQ
           STRING "    " WS-CLREF-CLASSE(WS-IDX-CLREF)
                  "  " WS-REF-LIBELLE(WS-IDX-REF)
                  " " WS-CODE-E(WS-IDX-ELEVE) " "
                  WS-NOM-ELEVE(WS-IDX-ELEVE) " "
                  WS-PRENOM-ELEVE(WS-IDX-ELEVE)
                  DELIMITED BY SIZE INTO LIGNE-APPMANQ
           WRITE LIGNE-APPMANQ.
       6063-APPR-MATIERE-ELEVE-FIN.
           EXIT.

      ******************************************************************
      *    Etat des notes manquantes notesmanq.txt, classe par classe
      *    du referentiel classes.txt : pour chaque eleve charge (en
      *    mode C, les seuls eleves corriges), chaque matiere de sa
      *    classe au referentiel matieres.txt sans ligne "02"
      *    acceptee. Une matiere commune est attendue de tous, une
      *    option des seuls eleves inscrits (options.dat).
      ******************************************************************
       6086-NOTES-MANQUANTES-DEB.
           MOVE 0 TO WS-NM-NB-MANQUANTES
           MOVE 0 TO WS-NM-NB-ELEVES
           PERFORM 6076-OUVRIR-OPTIONS-DEB
              THRU 6076-OUVRIR-OPTIONS-FIN

           OPEN OUTPUT F-NOTMANQ
           MOVE SPACES TO LIGNE-NOTMANQ
           MOVE ALL "*" TO LIGNE-NOTMANQ(1:70)
           WRITE LIGNE-NOTMANQ
           MOVE "  ETAT DES NOTES MANQUANTES" TO LIGNE-NOTMANQ
           WRITE LIGNE-NOTMANQ
           MOVE SPACES TO LIGNE-NOTMANQ
           STRING "  Trimestre : " WS-TRIMESTRE-COURANT
                  "   Annee scolaire : " WS-ANNEE-COURANTE
                  DELIMITED BY SIZE INTO LIGNE-NOTMANQ
           WRITE LIGNE-NOTMANQ
           MOVE SPACES TO LIGNE-NOTMANQ
           MOVE ALL "*" TO LIGNE-NOTMANQ(1:70)
           WRITE LIGNE-NOTMANQ

           PERFORM VARYING WS-IDX-CLREF FROM 1 BY 1
                 UNTIL WS-IDX-CLREF > WS-NB-REF-CLASSES
               MOVE 'N' TO WS-NM-CLASSE-ECRITE
               PERFORM VARYING WS-IDX-ELEVE FROM 1 BY 1
                     UNTIL WS-IDX-ELEVE > WS-NB-ELEVES
                   IF WS-NOM-ELEVE(WS-IDX-ELEVE) NOT = SPACES
                      AND WS-CLASSE-E(WS-IDX-ELEVE) =
                          WS-CLREF-CLASSE(WS-IDX-CLREF)
                      AND (NOT WS-MODE-CORRECTION
                           OR WS-CORRIGE-OUI(WS-IDX-ELEVE))
                       PERFORM 6087-NOTES-MANQ-ELEVE-DEB
                          THRU 6087-NOTES-MANQ-ELEVE-FIN
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO LIGNE-NOTMANQ
           WRITE LIGNE-NOTMANQ
           IF WS-NM-NB-MANQUANTES = 0
               MOVE "  Aucune note manquante." TO LIGNE-NOTMANQ
               WRITE LIGNE-NOTMANQ
               MOVE SPACES TO LIGNE-NOTMANQ
               WRITE LIGNE-NOTMANQ
           END-IF
           MOVE WS-NM-NB-MANQUANTES TO WS-NM-EDIT
           MOVE SPACES TO LIGNE-NOTMANQ
           STRING "  Notes manquantes                : " WS-NM-EDIT
                  DELIMITED BY SIZE INTO LIGNE-NOTMANQ
           WRITE LIGNE-NOTMANQ
           MOVE WS-NM-NB-ELEVES TO WS-NM-EDIT
           MOVE SPACES TO LIGNE-NOTMANQ
           STRING "  Eleves concernes                : " WS-NM-EDIT
                  DELIMITED BY SIZE INTO LIGNE-NOTMANQ
           WRITE LIGNE-NOTMANQ
           CLOSE F-NOTMANQ
           IF WS-OPTIONS-OUVERT-OUI
               CLOSE F-OPTIONS
               MOVE 'N' TO WS-OPTIONS-OUVERT
           END-IF

           DISPLAY "Notes manquantes : " WS-NM-NB-MANQUANTES
                   " (detail dans notesmanq.txt)".
       6086-NOTES-MANQUANTES-FIN.
           EXIT.

      ******************************************************************
      *    Matieres attendues de l'eleve WS-IDX-ELEVE : toutes les
      *    entrees du referentiel pour sa classe.
      ******************************************************************
       6087-NOTES-MANQ-ELEVE-DEB.
           MOVE 0 TO WS-NM-NB-ELEVE
           PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                 UNTIL WS-IDX-REF > WS-NB-REF-MATIERES
               IF WS-REF-CLASSE(WS-IDX-REF) = WS-CLASSE-E(WS-IDX-ELEVE)
                   PERFORM 6088-NOTE-MANQ-MATIERE-DEB
                      THRU 6088-NOTE-MANQ-MATIERE-FIN
               END-IF
           END-PERFORM
           IF WS-NM-NB-ELEVE > 0
               ADD 1 TO WS-NM-NB-ELEVES
           END-IF.
       6087-NOTES-MANQ-ELEVE-FIN.
           EXIT.

      ******************************************************************
      *    Signale la matiere WS-IDX-REF si l'eleve WS-IDX-ELEVE la
      *    doit (matiere commune, ou option a laquelle il est
      *    inscrit) et n'en a aucune ligne "02" acceptee. L'en-tete
      *    de la classe n'est ecrit qu'a sa premiere note manquante.
      ******************************************************************
       6088-NOTE-MANQ-MATIERE-DEB.
           IF WS-REF-OPTION-OUI(WS-IDX-REF)
               MOVE WS-CODE-E(WS-IDX-ELEVE) TO OPT-CODE-ELEVE
               MOVE WS-REF-CODE(WS-IDX-REF) TO OPT-CODE-MATIERE
               READ F-OPTIONS
                   INVALID KEY
                       GO TO 6088-NOTE-MANQ-MATIERE-FIN
               END-READ
               MOVE "OPTION " TO WS-NM-TYPE
           ELSE
               MOVE "COMMUNE" TO WS-NM-TYPE
           END-IF

           MOVE 'N' TO WS-NM-NOTE-TROUVEE
           PERFORM VARYING WS-IDX-MATIERE FROM 1 BY 1
                 UNTIL WS-IDX-MATIERE > WS-NB-MATIERES(WS-IDX-ELEVE)
                    OR WS-NM-NOTE-TROUVEE-OUI
               IF WS-CODE-M(WS-IDX-ELEVE, WS-IDX-MATIERE) =
                  WS-REF-CODE(WS-IDX-REF)
                   MOVE 'O' TO WS-NM-NOTE-TROUVEE
               END-IF
           END-PERFORM
           IF WS-NM-NOTE-TROUVEE-OUI
               GO TO 6088-NOTE-MANQ-MATIERE-FIN
           END-IF

           IF NOT WS-NM-CLASSE-ECRITE-OUI
               MOVE 'O' TO WS-NM-CLASSE-ECRITE
               MOVE SPACES TO LIGNE-NOTMANQ
               WRITE LIGNE-NOTMANQ
               MOVE SPACES TO LIGNE-NOTMANQ
               STRING "  Classe : " WS-CLREF-CLASSE(WS-IDX-CLREF)
                      DELIMITED BY SIZE INTO LIGNE-NOTMANQ
               WRITE LIGNE-NOTMANQ
               MOVE SPACES TO LIGNE-NOTMANQ
               MOVE "NUM"        TO LIGNE-NOTMANQ(5:3)
               MOVE "NOM"        TO LIGNE-NOTMANQ(10:3)
               MOVE "PRENOM"     TO LIGNE-NOTMANQ(21:6)
               MOVE "MATIERE"    TO LIGNE-NOTMANQ(32:7)
               MOVE "TYPE"       TO LIGNE-NOTMANQ(61:4)
               MOVE "ENSEIGNANT" TO LIGNE-NOTMANQ(69:10)
               WRITE LIGNE-NOTMANQ
           END-IF
           IF WS-REF-PROF(WS-IDX-REF) = SPACES
               MOVE "(non renseigne)" TO WS-PROF-LIBELLE
           ELSE
               MOVE WS-REF-PROF(WS-IDX-REF) TO WS-PROF-LIBELLE
           END-IF

           ADD 1 TO WS-NM-NB-ELEVE
           ADD 1 TO WS-NM-NB-MANQUANTES
           MOVE SPACES TO LIGNE-NOTMANQ
           STRING "    " WS-CODE-E(WS-IDX-ELEVE) " "
                  WS-NOM-ELEVE(WS-IDX-ELEVE) " "
                  WS-PRENOM-ELEVE(WS-IDX-ELEVE) " "
                  WS-REF-CODE(WS-IDX-REF) " "
                  WS-REF-LIBELLE(WS-IDX-REF) " "
                  WS-NM-TYPE " " WS-PROF-LIBELLE
                  DELIMITED BY SIZE INTO LIGNE-NOTMANQ
           WRITE LIGNE-NOTMANQ.
       6088-NOTE-MANQ-MATIERE-FIN.
           EXIT.

      ******************************************************************
      ************ Fiches enseignants profstat.txt *********************
      ******************************************************************
           PERFORM 6082-ECRIRE-LIGNE-FICHE-DEB
              THRU 6082-ECRIRE-LIGNE-FICHE-FIN
           MOVE SPACES TO LIGNE-BULLETIN
           STRING "  Enseignant : " WS-REF-PROF(WS-IDX-FP)
                  DELIMITED BY SIZE INTO LIGNE-BULLETIN
           PERFORM 6082-ECRIRE-LIGNE-FICHE-DEB
              THRU 6082-ECRIRE-LIGNE-FICHE-FIN
           MOVE SPACES TO LIGNE-BULLETIN
           STRING "  Trimestre : " WS-TRIMESTRE-COURANT
                  "   Annee : " WS-ANNEE-COURANTE
                  "          Page : " WS-BUL-NO-PAGE-EDIT
              THRU 6082-ECRIRE-LIGNE-FICHE-FIN
           MOVE "  NOM        PRENOM       NOTE   ECART / MOYENNE"
             TO LIGNE-BULLETIN
           MOVE "EVALUATIONS (DATE NATURE NOTE x POIDS)"
             TO LIGNE-BULLETIN(51:39)
           PERFORM 6082-ECRIRE-LIGNE-FICHE-DEB
              THRU 6082-ECRIRE-LIGNE-FICHE-FIN
           MOVE "  ---        ------       ----   --------------"
             TO LIGNE-BULLETIN
           MOVE "-----------" TO LIGNE-BULLETIN(51:11)
           PERFORM 6082-ECRIRE-LIGNE-FICHE-DEB
              THRU 6082-ECRIRE-LIGNE-FICHE-FIN

      *    tranches, du taux au-dessus de 10 et des carres pour
      *    l'ecart-type.
           MOVE 0 TO WS-FP-NB-NOTES
           MOVE 0 TO WS-FP-NB-STATUTS
           MOVE 0 TO WS-FP-SOMME-CARRES
           MOVE 0 TO WS-FP-NB-SUP10
           MOVE ZEROS TO WS-FP-TRANCHES
      ******************************************************************
      *    Ligne d'un eleve de la fiche enseignant : note et ecart a
      *    la moyenne de la classe (TABLE-STATS-MATIERES pointee par
      *    WS-IDX-STAT), et cumuls pour la synthese de la page. Une
      *    matiere en ABS, DISP ou NN est listee avec son statut mais
      *    reste hors des cumuls (tranches, taux, ecart-type). Les
      *    notes des evaluations de l'eleve suivent sur la ligne
      *    (6085).
      ******************************************************************
       6083-LIGNE-ELEVE-FICHE-DEB.
           IF NOT WS-NOTE-REELLE(WS-IDX-ELEVE, WS-IDX-MATIERE)
               PERFORM 6039-LIBELLE-STATUT-DEB
                  THRU 6039-LIBELLE-STATUT-FIN
               MOVE SPACES TO LIGNE-BULLETIN
               STRING "  " WS-NOM-ELEVE(WS-IDX-ELEVE)
                      " "  WS-PRENOM-ELEVE(WS-IDX-ELEVE)
                      "  " WS-STATUT-LIBELLE
                      DELIMITED BY SIZE INTO LIGNE-BULLETIN
               PERFORM 6085-EVALUATIONS-FICHE-DEB
                  THRU 6085-EVALUATIONS-FICHE-FIN
               ADD 1 TO WS-FP-NB-STATUTS
               GO TO 6083-LIGNE-ELEVE-FICHE-FIN
           END-IF

           MOVE WS-NOTE(WS-IDX-ELEVE, WS-IDX-MATIERE)
             TO WS-FP-NOTE-EDIT
           COMPUTE WS-FP-ECART =
                  "  " WS-FP-NOTE-EDIT
                  "  " WS-FP-ECART-EDIT
                  DELIMITED BY SIZE INTO LIGNE-BULLETIN
           PERFORM 6085-EVALUATIONS-FICHE-DEB
              THRU 6085-EVALUATIONS-FICHE-FIN

           ADD 1 TO WS-FP-NB-NOTES
           COMPUTE WS-FP-SOMME-CARRES = WS-FP-SOMME-CARRES +
                  DELIMITED BY SIZE INTO LIGNE-BULLETIN
           PERFORM 6082-ECRIRE-LIGNE-FICHE-DEB
              THRU 6082-ECRIRE-LIGNE-FICHE-FIN
           MOVE WS-FP-NB-STATUTS TO WS-FP-NB-EDIT
           MOVE SPACES TO LIGNE-BULLETIN
           STRING "  Sans note (ABS, DISP, NN) : " WS-FP-NB-EDIT
                  DELIMITED BY SIZE INTO LIGNE-BULLETIN
           PERFORM 6082-ECRIRE-LIGNE-FICHE-DEB
              THRU 6082-ECRIRE-LIGNE-FICHE-FIN

           MOVE WS-FP-TRANCHE(1) TO WS-FP-NB-EDIT
           MOVE SPACES TO LIGNE-BULLETIN
           PERFORM 6082-ECRIRE-LIGNE-FICHE-DEB
              THRU 6082-ECRIRE-LIGNE-FICHE-FIN

           IF WS-FP-NB-NOTES = 0
               GO TO 6084-SYNTHESE-FICHE-FIN
           END-IF
           COMPUTE WS-FP-TAUX ROUNDED =
               WS-FP-NB-SUP10 * 100 / WS-FP-NB-NOTES
           MOVE WS-FP-TAUX TO WS-FP-TAUX-EDIT
       6084-SYNTHESE-FICHE-FIN.
           EXIT.

      ******************************************************************
      *    Complete la ligne d'eleve de la fiche enseignant (deja
      *    composee dans LIGNE-BULLETIN) par les notes de ses
      *    evaluations dans la matiere, quatre par ligne a partir de
      *    la colonne 51 (date JJ/MM, nature, note ou statut, poids),
      *    puis l'ecrit avec ses eventuelles lignes de suite.
      ******************************************************************
       6085-EVALUATIONS-FICHE-DEB.
           IF WS-NB-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE) = 0
               PERFORM 6082-ECRIRE-LIGNE-FICHE-DEB
                  THRU 6082-ECRIRE-LIGNE-FICHE-FIN
               GO TO 6085-EVALUATIONS-FICHE-FIN
           END-IF

           MOVE WS-PREM-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE)
             TO WS-IDX-EV
           MOVE 0 TO WS-EV-COLONNE
           PERFORM WS-NB-EVAL-M(WS-IDX-ELEVE, WS-IDX-MATIERE) TIMES
               IF WS-EV-COLONNE = 4
                   PERFORM 6082-ECRIRE-LIGNE-FICHE-DEB
                      THRU 6082-ECRIRE-LIGNE-FICHE-FIN
                   MOVE SPACES TO LIGNE-BULLETIN
                   MOVE 0 TO WS-EV-COLONNE
               END-IF
               MOVE WS-EV-POIDS(WS-IDX-EV) TO WS-EV-POIDS-EDIT
               MOVE SPACES TO WS-EV-ZONE
               IF WS-EV-NOTE-REELLE(WS-IDX-EV)
                   MOVE WS-EV-NOTE(WS-IDX-EV) TO WS-EV-NOTE-EDIT
                   STRING WS-EV-DATE(WS-IDX-EV)(7:2) "/"
                          WS-EV-DATE(WS-IDX-EV)(5:2) " "
                          WS-EV-TYPE(WS-IDX-EV) " "
                          WS-EV-NOTE-EDIT " x" WS-EV-POIDS-EDIT
                          DELIMITED BY SIZE INTO WS-EV-ZONE
               ELSE
                   STRING WS-EV-DATE(WS-IDX-EV)(7:2) "/"
                          WS-EV-DATE(WS-IDX-EV)(5:2) " "
                          WS-EV-TYPE(WS-IDX-EV) " "
                          WS-EV-STATUT(WS-IDX-EV) "  x"
                          WS-EV-POIDS-EDIT
                          DELIMITED BY SIZE INTO WS-EV-ZONE
               END-IF
               COMPUTE WS-EV-POSITION = 51 + WS-EV-COLONNE * 19
               MOVE WS-EV-ZONE TO LIGNE-BULLETIN(WS-EV-POSITION:19)
               ADD 1 TO WS-EV-COLONNE
               ADD 1 TO WS-IDX-EV
           END-PERFORM
           PERFORM 6082-ECRIRE-LIGNE-FICHE-DEB
              THRU 6082-ECRIRE-LIGNE-FICHE-FIN.
       6085-EVALUATIONS-FICHE-FIN.
           EXIT.

      ******************************************************************
      ************** Journal d'exploitation journal.txt ****************
      ******************************************************************
               MOVE WS-CTRL-REJETEES(WS-IDX-CTRL)
                 TO JRN-REJETEES(WS-IDX-CTRL)
           END-PERFORM
           MOVE WS-CTRL-ACCEPTEES(4)     TO JRN-EVAL-ACCEPTEES
           MOVE WS-CTRL-REJETEES(4)      TO JRN-EVAL-REJETEES
           MOVE WS-NB-ELEVES             TO JRN-NB-ELEVES
           MOVE WS-MOYENNE-ECOLE         TO JRN-MOYENNE-ECOLE
           MOVE WS-REPRISE-FAITE-SW      TO JRN-REPRISE
                      DELIMITED BY SIZE INTO SORTIE-CHAINE
               WRITE SORTIE-CHAINE
           END-PERFORM
           MOVE JRN-EVAL-ACCEPTEES TO WS-EDIT-ACC-JRN
           MOVE JRN-EVAL-REJETEES  TO WS-EDIT-REJ-JRN
           MOVE SPACES TO SORTIE-CHAINE
           STRING "Lignes type 04 : acceptees " WS-EDIT-ACC-JRN
                  "  rejetees "   WS-EDIT-REJ-JRN
                  DELIMITED BY SIZE INTO SORTIE-CHAINE
           WRITE SORTIE-CHAINE

           MOVE WS-NB-ELEVES TO WS-EDIT-NB-JRN
           MOVE WS-MOYENNE-ECOLE TO WS-EDIT-MOY-JRN
