      ******************************************************************
      *    Releve annuel par matiere pour le conseil de fin d'annee.
      *
      *    Relit le fichier notes.dat alimente par BULLTIN (une note
      *    par eleve, annee, trimestre et matiere) et produit, classe
      *    par classe et matiere par matiere :
      *      - la moyenne annuelle de chaque eleve dans la matiere
      *        (moyenne des trimestres notes, comme BULLANNU pour la
      *        moyenne generale),
      *      - la moyenne annuelle de la classe dans la matiere,
      *      - le rang annuel de l'eleve dans la matiere (rang "par
      *        saut" pour les ex-aequo).
      *    Le nom et le prenom sont repris du fichier maitre
      *    eleves.dat.
      *    Parametre 1 (optionnel) : annee scolaire, a defaut celle
      *    deduite de la date du jour comme BULLTIN.
      *    Sortie : un etat imprimable matannu.txt et un export
      *    matannu.csv pour le secretariat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULLMAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-NOTES
               ASSIGN TO 'notes.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOTE-CLE
               FILE STATUS IS F-NOTES-STATUS.

           SELECT F-ELEVES
               ASSIGN TO 'eleves.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELV-NUMERO
               ALTERNATE RECORD KEY IS ELV-IDENTITE
               FILE STATUS IS F-ELEVES-STATUS.

      *    Fichier de travail du tri : classe, matiere, puis moyenne
      *    annuelle de la matiere decroissante, pour derouler chaque
      *    matiere de chaque classe avec les rangs dans l'ordre.
           SELECT F-TRI
               ASSIGN TO 'matannu.tmp'.

           SELECT F-MATANNU
               ASSIGN TO 'matannu.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MATANNU-STATUS.

           SELECT F-MATANNU-CSV
               ASSIGN TO 'matannu.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MATANNU-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       SD F-TRI.

       01 REC-TRI.
          05 TRI-CLASSE             PIC X(05).
          05 TRI-CODE-MATIERE       PIC 9(02).
          05 TRI-MOYENNE            PIC 99V99.
          05 TRI-LIBELLE            PIC X(25).
          05 TRI-CODE-ELEVE         PIC 9(04).
          05 TRI-NOM-ELEVE          PIC X(10).
          05 TRI-PRENOM-ELEVE       PIC X(10).
          05 TRI-NOTES-TRIM.
             10 TRI-NOTE-T OCCURS 3 TIMES PIC 99V99.
          05 TRI-SAISI-TRIM.
             10 TRI-SAISI-T OCCURS 3 TIMES PIC X(01).

       FD F-MATANNU
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01 LIGNE-MATANNU PIC X(132).

       FD F-MATANNU-CSV
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01 LIGNE-MATANNU-CSV PIC X(200).

       WORKING-STORAGE SECTION.

       01  F-NOTES-STATUS      PIC X(02) VALUE SPACE.
           88 F-NOTES-STATUS-OK     VALUE '00'.
           88 F-NOTES-STATUS-EOF    VALUE '10'.

       01  F-ELEVES-STATUS     PIC X(02) VALUE SPACE.
           88 F-ELEVES-STATUS-OK      VALUE '00'.
           88 F-ELEVES-STATUS-NOFILE  VALUE '35'.

       01  F-MATANNU-STATUS    PIC X(02) VALUE SPACE.
           88 F-MATANNU-STATUS-OK   VALUE '00'.

       01  F-MATANNU-CSV-STATUS PIC X(02) VALUE SPACE.
           88 F-MATANNU-CSV-STATUS-OK VALUE '00'.

       01 WS-FIN-NOTES              PIC X VALUE 'N'.
           88 WS-FIN-NOTES-OUI      VALUE 'O'.
       01 WS-FIN-TRI                PIC X VALUE 'N'.
           88 WS-FIN-TRI-OUI        VALUE 'O'.
       01 WS-ELEVES-OUVERT          PIC X VALUE 'N'.
           88 WS-ELEVES-OUVERT-OUI  VALUE 'O'.

      *  Eleve en cours de rupture sur la lecture de notes.dat : une
      *  entree par matiere rencontree dans l'annee (20 matieres au
      *  plus, comme le bulletin).
       01 WS-CODE-ELEVE-COURANT     PIC 9(04) VALUE 0.
       01 WS-PREMIER-ELEVE          PIC X VALUE 'O'.
           88 WS-PREMIER-ELEVE-OUI  VALUE 'O'.
       01 WS-CLASSE-EN-COURS        PIC X(05) VALUE SPACES.
       01 WS-NOM-EN-COURS           PIC X(10) VALUE SPACES.
       01 WS-PRENOM-EN-COURS        PIC X(10) VALUE SPACES.
       01 WS-NB-MAT-ELEVE           PIC 9(02) VALUE 0.
       01 TABLE-MAT-ELEVE.
          05 MAT-ELEVE-ENT OCCURS 20 TIMES.
             10 WS-ME-CODE-MATIERE  PIC 9(02).
             10 WS-ME-LIBELLE       PIC X(25).
             10 WS-ME-NOTE-T   OCCURS 3 TIMES PIC 99V99.
             10 WS-ME-SAISI-T  OCCURS 3 TIMES PIC X(01).
       01 WS-IDX-ME                 PIC 9(02) VALUE 0.
       01 WS-ME-TROUVE              PIC X VALUE 'N'.
           88 WS-ME-TROUVE-OUI      VALUE 'O'.
       01 WS-IDX-TRIM               PIC 9(01) VALUE 0.
       01 WS-NB-TRIM                PIC 9(01) VALUE 0.
       01 WS-SOMME-TRIM             PIC 999V99 VALUE 0.
       01 WS-MOYENNE-ANNUELLE       PIC 99V99 VALUE 0.

      *  Cumul des moyennes annuelles par classe et par matiere,
      *  alimente avant le tri : la moyenne de la classe dans la
      *  matiere est ainsi connue des la premiere ligne editee (et
      *  portee sur chaque ligne du CSV).
       01 WS-NB-CLASSE-MAT          PIC 9(03) VALUE 0.
       01 TABLE-CLASSE-MAT.
          05 CLASSE-MAT-ENT OCCURS 400 TIMES.
             10 WS-CM-CLASSE        PIC X(05).
             10 WS-CM-CODE-MATIERE  PIC 9(02).
             10 WS-CM-SOMME         PIC 9(06)V99.
             10 WS-CM-NB            PIC 9(04).
       01 WS-IDX-CM                 PIC 9(03) VALUE 0.
       01 WS-CM-TROUVE              PIC X VALUE 'N'.
           88 WS-CM-TROUVE-OUI      VALUE 'O'.
       01 WS-CM-RECH-CLASSE         PIC X(05) VALUE SPACES.
       01 WS-CM-RECH-MATIERE        PIC 9(02) VALUE 0.
       01 WS-MOYENNE-CLASSE         PIC 99V99 VALUE 0.

      *  Rupture par classe et matiere, rang annuel (sortie du tri)
       01 WS-CLASSE-COURANTE        PIC X(05) VALUE SPACES.
       01 WS-MATIERE-COURANTE       PIC 9(02) VALUE 0.
       01 WS-RANG-COURANT           PIC 9(04) VALUE 0.
       01 WS-POS-COURANTE           PIC 9(04) VALUE 0.
       01 WS-MOYENNE-PRECEDENTE     PIC 99V99 VALUE 0.
       01 WS-NB-GROUPE              PIC 9(04) VALUE 0.
       01 WS-NB-LIGNES-EDITEES      PIC 9(06) VALUE 0.

      *  Annee scolaire demandee (parametre 1, annee civile de la
      *  rentree) : sans parametre, celle deduite de la date du jour.
       01 WS-ARG-NUM                PIC 9(02) VALUE 0.
       01 WS-ANNEE-DEMANDEE         PIC 9(04) VALUE 0.
       01 WS-DATE-DU-JOUR.
          05 WS-DATE-DU-JOUR-AAAA   PIC 9(04).
          05 WS-DATE-DU-JOUR-MM     PIC 9(02).
          05 WS-DATE-DU-JOUR-JJ     PIC 9(02).

      *  Zones d'edition des lignes imprimables
       01 WS-EDIT-RANG              PIC ZZZ9.
       01 WS-EDIT-MOY               PIC 99,99.
       01 WS-EDIT-MOY-CLASSE        PIC 99,99.
       01 WS-EDIT-T1                PIC X(05) VALUE SPACES.
       01 WS-EDIT-T2                PIC X(05) VALUE SPACES.
       01 WS-EDIT-T3                PIC X(05) VALUE SPACES.
       01 WS-EDIT-TRIM              PIC 99,99.

      ******************************************************************
      ******************************************************************

       PROCEDURE DIVISION.

      *    Annee scolaire demandee (parametre 1, optionnel) : a
      *    defaut, l'annee deduite de la date du jour.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ANNEE-DEMANDEE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-ANNEE-DEMANDEE = 0
               ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD
               IF WS-DATE-DU-JOUR-MM >= 8
                   MOVE WS-DATE-DU-JOUR-AAAA TO WS-ANNEE-DEMANDEE
               ELSE
                   COMPUTE WS-ANNEE-DEMANDEE =
                       WS-DATE-DU-JOUR-AAAA - 1
               END-IF
           END-IF

           SORT F-TRI
               ON ASCENDING  KEY TRI-CLASSE
               ON ASCENDING  KEY TRI-CODE-MATIERE
               ON DESCENDING KEY TRI-MOYENNE
               INPUT PROCEDURE IS 7210-CHARGER-NOTES-DEB
                               THRU 7210-CHARGER-NOTES-FIN
               OUTPUT PROCEDURE IS 7250-EDITER-DEB
                                THRU 7250-EDITER-FIN

           DISPLAY "Releve annuel par matiere " WS-ANNEE-DEMANDEE
                   " : " WS-NB-LIGNES-EDITEES
                   " lignes editees dans matannu.txt / matannu.csv"

           STOP RUN.

      ******************************************************************
      *    Procedure d'entree du tri : relit notes.dat
      *    sequentiellement (l'ordre de la cle regroupe les notes
      *    d'un meme eleve), cumule par matiere les trimestres de
      *    l'eleve en cours et libere ses matieres a chaque rupture
      *    de code.
      ******************************************************************
       7210-CHARGER-NOTES-DEB.
           OPEN INPUT F-NOTES
           IF NOT F-NOTES-STATUS-OK
               DISPLAY "Aucune note par matiere disponible (statut "
                       F-NOTES-STATUS ")."
               GO TO 7210-CHARGER-NOTES-FIN
           END-IF

      *    Le fichier maitre ne sert qu'aux noms : s'il manque, le
      *    releve sort quand meme, noms en blanc.
           OPEN INPUT F-ELEVES
           IF F-ELEVES-STATUS-OK
               MOVE 'O' TO WS-ELEVES-OUVERT
           ELSE
               DISPLAY "Fichier maitre eleves.dat indisponible "
                       "(statut " F-ELEVES-STATUS "), releve sans "
                       "les noms."
           END-IF

           PERFORM UNTIL WS-FIN-NOTES-OUI
               READ F-NOTES
                   AT END
                       MOVE 'O' TO WS-FIN-NOTES
                   NOT AT END
                       IF NOTE-ANNEE = WS-ANNEE-DEMANDEE
                           IF WS-PREMIER-ELEVE-OUI
                               PERFORM 7220-NOUVEL-ELEVE-DEB
                                  THRU 7220-NOUVEL-ELEVE-FIN
                           ELSE
                               IF NOTE-CODE-ELEVE NOT =
                                  WS-CODE-ELEVE-COURANT
                                   PERFORM 7230-LIBERER-ELEVE-DEB
                                      THRU 7230-LIBERER-ELEVE-FIN
                                   PERFORM 7220-NOUVEL-ELEVE-DEB
                                      THRU 7220-NOUVEL-ELEVE-FIN
                               ELSE
                                   PERFORM 7225-CUMULER-NOTE-DEB
                                      THRU 7225-CUMULER-NOTE-FIN
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF NOT WS-PREMIER-ELEVE-OUI
               PERFORM 7230-LIBERER-ELEVE-DEB
                  THRU 7230-LIBERER-ELEVE-FIN
           END-IF

           IF WS-ELEVES-OUVERT-OUI
               CLOSE F-ELEVES
           END-IF
           CLOSE F-NOTES.
       7210-CHARGER-NOTES-FIN.
           EXIT.

      ******************************************************************
      *    Initialise l'eleve en cours de rupture a partir de la note
      *    courante.
      ******************************************************************
       7220-NOUVEL-ELEVE-DEB.
           MOVE 'N' TO WS-PREMIER-ELEVE
           MOVE NOTE-CODE-ELEVE TO WS-CODE-ELEVE-COURANT
           MOVE NOTE-CLASSE     TO WS-CLASSE-EN-COURS
           MOVE 0 TO WS-NB-MAT-ELEVE
           PERFORM 7225-CUMULER-NOTE-DEB
              THRU 7225-CUMULER-NOTE-FIN.
       7220-NOUVEL-ELEVE-FIN.
           EXIT.

      ******************************************************************
      *    Range la note courante dans le trimestre de sa matiere
      *    pour l'eleve en cours (entree de matiere creee au besoin).
      ******************************************************************
       7225-CUMULER-NOTE-DEB.
           IF NOTE-TRIMESTRE < 1 OR NOTE-TRIMESTRE > 3
               GO TO 7225-CUMULER-NOTE-FIN
           END-IF
      *    La classe du dernier trimestre lu fait foi (meme regle que
      *    BULLANNU).
           MOVE NOTE-CLASSE TO WS-CLASSE-EN-COURS

           MOVE 'N' TO WS-ME-TROUVE
           PERFORM VARYING WS-IDX-ME FROM 1 BY 1
                 UNTIL WS-IDX-ME > WS-NB-MAT-ELEVE
                    OR WS-ME-TROUVE-OUI
               IF WS-ME-CODE-MATIERE(WS-IDX-ME) = NOTE-CODE-MATIERE
                   MOVE 'O' TO WS-ME-TROUVE
               END-IF
           END-PERFORM
           IF WS-ME-TROUVE-OUI
      *        Le PERFORM VARYING a incremente l'indice une fois de
      *        trop avant de tester la condition de sortie.
               SUBTRACT 1 FROM WS-IDX-ME
           ELSE
               IF WS-NB-MAT-ELEVE >= 20
                   GO TO 7225-CUMULER-NOTE-FIN
               END-IF
               ADD 1 TO WS-NB-MAT-ELEVE
               MOVE WS-NB-MAT-ELEVE TO WS-IDX-ME
               MOVE NOTE-CODE-MATIERE TO WS-ME-CODE-MATIERE(WS-IDX-ME)
               PERFORM VARYING WS-IDX-TRIM FROM 1 BY 1
                     UNTIL WS-IDX-TRIM > 3
                   MOVE 0   TO WS-ME-NOTE-T(WS-IDX-ME, WS-IDX-TRIM)
                   MOVE 'N' TO WS-ME-SAISI-T(WS-IDX-ME, WS-IDX-TRIM)
               END-PERFORM
           END-IF

           MOVE NOTE-LIBELLE TO WS-ME-LIBELLE(WS-IDX-ME)
      *    Un trimestre sans note (ABS, DISP, NN) reste non saisi :
      *    il est edite --,-- et n'entre pas dans la moyenne.
           IF NOTE-STATUT NOT = SPACES
               GO TO 7225-CUMULER-NOTE-FIN
           END-IF
           MOVE NOTE-NOTE
             TO WS-ME-NOTE-T(WS-IDX-ME, NOTE-TRIMESTRE)
           MOVE 'O'
             TO WS-ME-SAISI-T(WS-IDX-ME, NOTE-TRIMESTRE).
       7225-CUMULER-NOTE-FIN.
           EXIT.

      ******************************************************************
      *    Libere vers le tri une ligne par matiere de l'eleve en
      *    cours, apres avoir repris son nom dans le fichier maitre.
      ******************************************************************
       7230-LIBERER-ELEVE-DEB.
           MOVE SPACES TO WS-NOM-EN-COURS
           MOVE SPACES TO WS-PRENOM-EN-COURS
           IF WS-ELEVES-OUVERT-OUI
               MOVE WS-CODE-ELEVE-COURANT TO ELV-NUMERO
               READ F-ELEVES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ELV-NOM    TO WS-NOM-EN-COURS
                       MOVE ELV-PRENOM TO WS-PRENOM-EN-COURS
               END-READ
           END-IF

           PERFORM VARYING WS-IDX-ME FROM 1 BY 1
                 UNTIL WS-IDX-ME > WS-NB-MAT-ELEVE
               PERFORM 7235-LIBERER-MATIERE-DEB
                  THRU 7235-LIBERER-MATIERE-FIN
           END-PERFORM.
       7230-LIBERER-ELEVE-FIN.
           EXIT.

      ******************************************************************
      *    Calcule la moyenne annuelle de la matiere WS-IDX-ME
      *    (moyenne des trimestres notes), la cumule pour la moyenne
      *    de la classe et libere la ligne vers le tri.
      ******************************************************************
       7235-LIBERER-MATIERE-DEB.
           MOVE 0 TO WS-NB-TRIM
           MOVE 0 TO WS-SOMME-TRIM
           PERFORM VARYING WS-IDX-TRIM FROM 1 BY 1
                 UNTIL WS-IDX-TRIM > 3
               IF WS-ME-SAISI-T(WS-IDX-ME, WS-IDX-TRIM) = 'O'
                   ADD 1 TO WS-NB-TRIM
                   ADD WS-ME-NOTE-T(WS-IDX-ME, WS-IDX-TRIM)
                     TO WS-SOMME-TRIM
               END-IF
           END-PERFORM
           IF WS-NB-TRIM = 0
               GO TO 7235-LIBERER-MATIERE-FIN
           END-IF
           COMPUTE WS-MOYENNE-ANNUELLE ROUNDED =
               WS-SOMME-TRIM / WS-NB-TRIM

           MOVE WS-CLASSE-EN-COURS             TO WS-CM-RECH-CLASSE
           MOVE WS-ME-CODE-MATIERE(WS-IDX-ME)  TO WS-CM-RECH-MATIERE
           PERFORM 7290-CHERCHER-CLASSE-MAT-DEB
              THRU 7290-CHERCHER-CLASSE-MAT-FIN
           IF NOT WS-CM-TROUVE-OUI
               IF WS-NB-CLASSE-MAT >= 400
                   DISPLAY "Plus de 400 couples classe / matiere : "
                           "classe " WS-CM-RECH-CLASSE " matiere "
                           WS-CM-RECH-MATIERE " ignoree."
                   GO TO 7235-LIBERER-MATIERE-FIN
               END-IF
               ADD 1 TO WS-NB-CLASSE-MAT
               MOVE WS-NB-CLASSE-MAT   TO WS-IDX-CM
               MOVE WS-CM-RECH-CLASSE  TO WS-CM-CLASSE(WS-IDX-CM)
               MOVE WS-CM-RECH-MATIERE TO WS-CM-CODE-MATIERE(WS-IDX-CM)
               MOVE 0 TO WS-CM-SOMME(WS-IDX-CM)
               MOVE 0 TO WS-CM-NB(WS-IDX-CM)
           END-IF
           ADD WS-MOYENNE-ANNUELLE TO WS-CM-SOMME(WS-IDX-CM)
           ADD 1                   TO WS-CM-NB(WS-IDX-CM)

           MOVE WS-CLASSE-EN-COURS            TO TRI-CLASSE
           MOVE WS-ME-CODE-MATIERE(WS-IDX-ME) TO TRI-CODE-MATIERE
           MOVE WS-MOYENNE-ANNUELLE           TO TRI-MOYENNE
           MOVE WS-ME-LIBELLE(WS-IDX-ME)      TO TRI-LIBELLE
           MOVE WS-CODE-ELEVE-COURANT         TO TRI-CODE-ELEVE
           MOVE WS-NOM-EN-COURS               TO TRI-NOM-ELEVE
           MOVE WS-PRENOM-EN-COURS            TO TRI-PRENOM-ELEVE
           PERFORM VARYING WS-IDX-TRIM FROM 1 BY 1
                 UNTIL WS-IDX-TRIM > 3
               MOVE WS-ME-NOTE-T(WS-IDX-ME, WS-IDX-TRIM)
                 TO TRI-NOTE-T(WS-IDX-TRIM)
               MOVE WS-ME-SAISI-T(WS-IDX-ME, WS-IDX-TRIM)
                 TO TRI-SAISI-T(WS-IDX-TRIM)
           END-PERFORM
           RELEASE REC-TRI.
       7235-LIBERER-MATIERE-FIN.
           EXIT.

      ******************************************************************
      *    Procedure de sortie du tri : deroule les lignes classees
      *    par classe, matiere puis moyenne decroissante, affecte les
      *    rangs annuels dans la matiere et ecrit l'etat imprimable
      *    et le CSV.
      ******************************************************************
       7250-EDITER-DEB.
           OPEN OUTPUT F-MATANNU
           OPEN OUTPUT F-MATANNU-CSV
           MOVE "CLASSE;CODEMAT;MATIERE;CODE;NOM;PRENOM;TRIM1;" &
                "TRIM2;TRIM3;MOYENNE;RANG;MOYCLASSE"
             TO LIGNE-MATANNU-CSV
           WRITE LIGNE-MATANNU-CSV

           MOVE SPACES TO WS-CLASSE-COURANTE
           MOVE 0      TO WS-MATIERE-COURANTE
           PERFORM UNTIL WS-FIN-TRI-OUI
               RETURN F-TRI
                   AT END
                       MOVE 'O' TO WS-FIN-TRI
                   NOT AT END
                       PERFORM 7260-EDITER-LIGNE-DEB
                          THRU 7260-EDITER-LIGNE-FIN
               END-RETURN
           END-PERFORM

           IF WS-NB-GROUPE > 0
               PERFORM 7280-TOTAL-MATIERE-DEB
                  THRU 7280-TOTAL-MATIERE-FIN
           END-IF

           CLOSE F-MATANNU
           CLOSE F-MATANNU-CSV.
       7250-EDITER-FIN.
           EXIT.

      ******************************************************************
      *    Edite une ligne triee : rupture de classe ou de matiere,
      *    rang annuel dans la matiere, ligne d'etat et ligne CSV.
      ******************************************************************
       7260-EDITER-LIGNE-DEB.
           IF TRI-CLASSE NOT = WS-CLASSE-COURANTE
              OR TRI-CODE-MATIERE NOT = WS-MATIERE-COURANTE
               IF WS-NB-GROUPE > 0
                   PERFORM 7280-TOTAL-MATIERE-DEB
                      THRU 7280-TOTAL-MATIERE-FIN
               END-IF
               MOVE TRI-CLASSE       TO WS-CLASSE-COURANTE
               MOVE TRI-CODE-MATIERE TO WS-MATIERE-COURANTE
               MOVE 0 TO WS-NB-GROUPE
               MOVE 0 TO WS-RANG-COURANT WS-POS-COURANTE
               MOVE 0 TO WS-MOYENNE-PRECEDENTE

               MOVE TRI-CLASSE       TO WS-CM-RECH-CLASSE
               MOVE TRI-CODE-MATIERE TO WS-CM-RECH-MATIERE
               PERFORM 7290-CHERCHER-CLASSE-MAT-DEB
                  THRU 7290-CHERCHER-CLASSE-MAT-FIN
               MOVE 0 TO WS-MOYENNE-CLASSE
               IF WS-CM-TROUVE-OUI AND WS-CM-NB(WS-IDX-CM) > 0
                   COMPUTE WS-MOYENNE-CLASSE ROUNDED =
                       WS-CM-SOMME(WS-IDX-CM) / WS-CM-NB(WS-IDX-CM)
               END-IF
               MOVE WS-MOYENNE-CLASSE TO WS-EDIT-MOY-CLASSE

               PERFORM 7270-ENTETE-MATIERE-DEB
                  THRU 7270-ENTETE-MATIERE-FIN
           END-IF

      *    Rang par saut : les ex-aequo gardent le rang de leur
      *    premiere position, l'eleve suivant reprend a sa position
      *    reelle.
           ADD 1 TO WS-POS-COURANTE
           IF WS-POS-COURANTE = 1
               MOVE 1 TO WS-RANG-COURANT
           ELSE
               IF TRI-MOYENNE NOT = WS-MOYENNE-PRECEDENTE
                   MOVE WS-POS-COURANTE TO WS-RANG-COURANT
               END-IF
           END-IF
           MOVE TRI-MOYENNE TO WS-MOYENNE-PRECEDENTE

           MOVE TRI-NOTE-T(1) TO WS-EDIT-TRIM
           IF TRI-SAISI-T(1) = 'O'
               MOVE WS-EDIT-TRIM TO WS-EDIT-T1
           ELSE
               MOVE "--,--" TO WS-EDIT-T1
           END-IF
           MOVE TRI-NOTE-T(2) TO WS-EDIT-TRIM
           IF TRI-SAISI-T(2) = 'O'
               MOVE WS-EDIT-TRIM TO WS-EDIT-T2
           ELSE
               MOVE "--,--" TO WS-EDIT-T2
           END-IF
           MOVE TRI-NOTE-T(3) TO WS-EDIT-TRIM
           IF TRI-SAISI-T(3) = 'O'
               MOVE WS-EDIT-TRIM TO WS-EDIT-T3
           ELSE
               MOVE "--,--" TO WS-EDIT-T3
           END-IF

           MOVE WS-RANG-COURANT TO WS-EDIT-RANG
           MOVE TRI-MOYENNE     TO WS-EDIT-MOY
           MOVE SPACES TO LIGNE-MATANNU
           STRING " "  TRI-CODE-ELEVE
                  "  " TRI-NOM-ELEVE
                  " "  TRI-PRENOM-ELEVE
                  " "  WS-EDIT-T1
                  " "  WS-EDIT-T2
                  " "  WS-EDIT-T3
                  "  " WS-EDIT-MOY
                  " "  WS-EDIT-RANG
                  DELIMITED BY SIZE INTO LIGNE-MATANNU
           WRITE LIGNE-MATANNU

           MOVE SPACES TO LIGNE-MATANNU-CSV
           STRING TRI-CLASSE          ";"
                  TRI-CODE-MATIERE    ";"
                  TRI-LIBELLE         ";"
                  TRI-CODE-ELEVE      ";"
                  TRI-NOM-ELEVE       ";"
                  TRI-PRENOM-ELEVE    ";"
                  WS-EDIT-T1          ";"
                  WS-EDIT-T2          ";"
                  WS-EDIT-T3          ";"
                  WS-EDIT-MOY         ";"
                  WS-EDIT-RANG        ";"
                  WS-EDIT-MOY-CLASSE
                  DELIMITED BY SIZE INTO LIGNE-MATANNU-CSV
           WRITE LIGNE-MATANNU-CSV

           ADD 1 TO WS-NB-GROUPE
           ADD 1 TO WS-NB-LIGNES-EDITEES.
       7260-EDITER-LIGNE-FIN.
           EXIT.

      ******************************************************************
      *    Ecrit l'en-tete d'une nouvelle matiere d'une classe dans
      *    matannu.txt.
      ******************************************************************
       7270-ENTETE-MATIERE-DEB.
           MOVE SPACES TO LIGNE-MATANNU
           MOVE ALL "*" TO LIGNE-MATANNU(1:70)
           WRITE LIGNE-MATANNU
           MOVE SPACES TO LIGNE-MATANNU
           STRING "  RELEVE ANNUEL PAR MATIERE"
                  "  -  CLASSE " TRI-CLASSE
                  "  -  ANNEE " WS-ANNEE-DEMANDEE
                  DELIMITED BY SIZE INTO LIGNE-MATANNU
           WRITE LIGNE-MATANNU
           MOVE SPACES TO LIGNE-MATANNU
           STRING "  Matiere " TRI-CODE-MATIERE
                  " : " TRI-LIBELLE
                  DELIMITED BY SIZE INTO LIGNE-MATANNU
           WRITE LIGNE-MATANNU
           MOVE SPACES TO LIGNE-MATANNU
           MOVE ALL "*" TO LIGNE-MATANNU(1:70)
           WRITE LIGNE-MATANNU
           MOVE " CODE  NOM        PRENOM     TRIM1 TRIM2 TRIM3" &
                "  MOY.A RANG"
             TO LIGNE-MATANNU
           WRITE LIGNE-MATANNU
           MOVE SPACES TO LIGNE-MATANNU
           WRITE LIGNE-MATANNU.
       7270-ENTETE-MATIERE-FIN.
           EXIT.

      ******************************************************************
      *    Ecrit la moyenne annuelle de la classe dans la matiere en
      *    fin de groupe.
      ******************************************************************
       7280-TOTAL-MATIERE-DEB.
           MOVE SPACES TO LIGNE-MATANNU
           WRITE LIGNE-MATANNU
           MOVE SPACES TO LIGNE-MATANNU
           STRING "  Moyenne annuelle de la classe "
                  WS-CLASSE-COURANTE " en matiere "
                  WS-MATIERE-COURANTE " : " WS-EDIT-MOY-CLASSE
                  "  (" WS-NB-GROUPE " eleves)"
                  DELIMITED BY SIZE INTO LIGNE-MATANNU
           WRITE LIGNE-MATANNU
           MOVE SPACES TO LIGNE-MATANNU
           WRITE LIGNE-MATANNU.
       7280-TOTAL-MATIERE-FIN.
           EXIT.

      ******************************************************************
      *    Cherche le couple WS-CM-RECH-CLASSE / WS-CM-RECH-MATIERE
      *    dans TABLE-CLASSE-MAT ; WS-IDX-CM designe l'entree quand
      *    WS-CM-TROUVE vaut 'O'.
      ******************************************************************
       7290-CHERCHER-CLASSE-MAT-DEB.
           MOVE 'N' TO WS-CM-TROUVE
           PERFORM VARYING WS-IDX-CM FROM 1 BY 1
                 UNTIL WS-IDX-CM > WS-NB-CLASSE-MAT
                    OR WS-CM-TROUVE-OUI
               IF WS-CM-CLASSE(WS-IDX-CM) = WS-CM-RECH-CLASSE
                  AND WS-CM-CODE-MATIERE(WS-IDX-CM) =
                      WS-CM-RECH-MATIERE
                   MOVE 'O' TO WS-CM-TROUVE
               END-IF
           END-PERFORM
           IF WS-CM-TROUVE-OUI
               SUBTRACT 1 FROM WS-IDX-CM
           END-IF.
       7290-CHERCHER-CLASSE-MAT-FIN.
           EXIT.
