      ******************************************************************
      *    Tableau de bord pluriannuel de l'etablissement.
      *
      *    BULLHIST et BULLANNU ne regardent qu'une annee scolaire a
      *    la fois. Ce programme relit ensemble les annees archivees
      *    par BULLARCH (archive.dat) et l'annee en cours (histo.dat)
      *    et produit, pour chaque annee scolaire et chaque niveau
      *    (6e, 5e, 4e, 3e, d'apres le premier caractere du code
      *    classe), plus une ligne pour l'ensemble des quatre
      *    niveaux :
      *      - le nombre d'eleves, la moyenne et l'ecart-type des
      *        moyennes annuelles des eleves (moyenne des trimestres
      *        presents, comme BULLANNU ; la classe du dernier
      *        trimestre fait foi) ;
      *      - la part d'eleves a 10 ou plus ;
      *      - les absences par eleve et par trimestre, et le taux
      *        d'absence : absences / (trimestres x demi-journees de
      *        classe par trimestre) ;
      *      - la part de redoublants : eleves deja inscrits dans le
      *        meme niveau l'annee precedente (non disponible, "n.d.",
      *        pour une annee dont la precedente est absente des
      *        fichiers) ;
      *      - l'evolution de chaque indicateur par rapport a l'annee
      *        precedente (en points).
      *    Les eleves anonymises par ELEVPURG gardent leur numero et
      *    restent comptes. Une classe dont le code ne commence pas
      *    par 6, 5, 4 ou 3 est ignoree et comptee a part.
      *
      *    Parametre 1 (optionnel) : nombre de demi-journees de classe
      *    par trimestre, 120 par defaut.
      *      BULLTDB            taux d'absence sur 120 demi-journees
      *      BULLTDB 110        taux d'absence sur 110 demi-journees
      *    Sortie : un etat imprimable tdbord.txt et un export
      *    tdbord.csv pour le rapport annuel.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULLTDB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      *    Fichier de travail du tri : eleve, annee, trimestre, pour
      *    derouler les annees de chaque eleve dans l'ordre, quel que
      *    soit le fichier d'origine.
           SELECT F-TRI
               ASSIGN TO 'tdbord.tmp'.

           SELECT F-TDBORD
               ASSIGN TO 'tdbord.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TDBORD-STATUS.

           SELECT F-TDBORD-CSV
               ASSIGN TO 'tdbord.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-TDBORD-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       SD F-TRI.

      *  TRI-ORIGINE : 'A' archive.dat, 'H' histo.dat. Un trimestre
      *  present dans les deux fichiers (archivage interrompu) n'est
      *  compte qu'une fois, l'archive passant en premier.
       01 REC-TRI.
          05 TRI-CODE-ELEVE         PIC 9(04).
          05 TRI-ANNEE              PIC 9(04).
          05 TRI-TRIMESTRE          PIC 9(01).
          05 TRI-ORIGINE            PIC X(01).
          05 TRI-CLASSE             PIC X(05).
          05 TRI-MOYENNE            PIC 99V99.
          05 TRI-NB-ABSENCES        PIC 9(02).

       FD F-TDBORD
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01 LIGNE-TDBORD PIC X(132).

       FD F-TDBORD-CSV
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01 LIGNE-TDBORD-CSV PIC X(200).

       WORKING-STORAGE SECTION.

       01  F-HISTO-STATUS      PIC X(02) VALUE SPACE.
           88 F-HISTO-STATUS-OK       VALUE '00'.
           88 F-HISTO-STATUS-EOF      VALUE '10'.

       01  F-ARCHIVE-STATUS    PIC X(02) VALUE SPACE.
           88 F-ARCHIVE-STATUS-OK     VALUE '00'.
           88 F-ARCHIVE-STATUS-EOF    VALUE '10'.

       01  F-TDBORD-STATUS     PIC X(02) VALUE SPACE.
           88 F-TDBORD-STATUS-OK      VALUE '00'.

       01  F-TDBORD-CSV-STATUS PIC X(02) VALUE SPACE.
           88 F-TDBORD-CSV-STATUS-OK  VALUE '00'.

       01 WS-FIN-TRI                PIC X VALUE 'N'.
           88 WS-FIN-TRI-OUI        VALUE 'O'.
       01 WS-NB-FICHIERS-LUS        PIC 9(01) VALUE 0.

      *  Demi-journees de classe par trimestre (parametre 1)
       01 WS-ARG-NUM                PIC 9(02) VALUE 0.
       01 WS-DEMI-JOURNEES          PIC 9(03) VALUE 0.

       01 WS-DATE-DU-JOUR           PIC 9(08) VALUE 0.

      *  Annee d'un eleve en cours de rupture sur la sortie du tri
       01 WS-PREMIERE-LIGNE         PIC X VALUE 'O'.
           88 WS-PREMIERE-LIGNE-OUI VALUE 'O'.
       01 WS-EA-CODE-ELEVE          PIC 9(04) VALUE 0.
       01 WS-EA-ANNEE               PIC 9(04) VALUE 0.
       01 WS-EA-TRIMESTRE           PIC 9(01) VALUE 0.
       01 WS-EA-CLASSE              PIC X(05) VALUE SPACES.
       01 WS-EA-NB-TRIM             PIC 9(01) VALUE 0.
       01 WS-EA-SOMME               PIC 999V99 VALUE 0.
       01 WS-EA-ABSENCES            PIC 9(03) VALUE 0.
       01 WS-EA-MOYENNE             PIC 99V99 VALUE 0.
       01 WS-EA-NIVEAU              PIC 9(01) VALUE 0.

      *  Annee precedente du meme eleve, pour les redoublements
       01 WS-PREC-CODE-ELEVE        PIC 9(04) VALUE 0.
       01 WS-PREC-ANNEE             PIC 9(04) VALUE 0.
       01 WS-PREC-NIVEAU            PIC 9(01) VALUE 0.

      *  Cumuls par annee scolaire (rangees par annee croissante) et
      *  par niveau : 1 = 6e, 2 = 5e, 3 = 4e, 4 = 3e, 5 = ensemble.
       01 WS-NB-ANNEES              PIC 9(02) VALUE 0.
       01 TABLE-ANNEES.
          05 ANNEE-ENT OCCURS 50 TIMES.
             10 WS-TA-ANNEE         PIC 9(04).
             10 NIVEAU-ENT OCCURS 5 TIMES.
                15 WS-TN-NB-ELEVES      PIC 9(05).
                15 WS-TN-SOMME          PIC 9(07)V99.
                15 WS-TN-SOMME-CARRES   PIC 9(09)V9(04).
                15 WS-TN-NB-SUP10       PIC 9(05).
                15 WS-TN-ABSENCES       PIC 9(07).
                15 WS-TN-NB-TRIM        PIC 9(06).
                15 WS-TN-NB-REDOUBLANTS PIC 9(05).
       01 WS-IDX-AN                 PIC 9(02) VALUE 0.
       01 WS-IDX-DEC                PIC 9(02) VALUE 0.
       01 WS-IDX-NIV                PIC 9(01) VALUE 0.
       01 WS-AN-TROUVE              PIC X VALUE 'N'.
           88 WS-AN-TROUVE-OUI      VALUE 'O'.

       01 WS-NB-LIGNES-LUES         PIC 9(06) VALUE 0.
       01 WS-NB-DOUBLONS            PIC 9(06) VALUE 0.
       01 WS-NB-HORS-NIVEAU         PIC 9(06) VALUE 0.
       01 WS-NB-ANNEES-IGNOREES     PIC 9(06) VALUE 0.

      *  Indicateurs d'une case annee x niveau (7370), et ceux de
      *  l'annee precedente pour l'evolution.
       01 WS-CALC-AN                PIC 9(02) VALUE 0.
       01 WS-C-MOYENNE              PIC 99V99 VALUE 0.
       01 WS-C-VARIANCE             PIC 9(05)V9(04) VALUE 0.
       01 WS-C-ECART                PIC 99V99 VALUE 0.
       01 WS-C-PCT-SUP10            PIC 999V9 VALUE 0.
       01 WS-C-ABS-TRIM             PIC 999V9 VALUE 0.
       01 WS-C-TAUX-ABS             PIC 999V9 VALUE 0.
       01 WS-C-PCT-REDOUBL          PIC 999V9 VALUE 0.
       01 WS-P-NB-ELEVES            PIC 9(05) VALUE 0.
       01 WS-P-MOYENNE              PIC 99V99 VALUE 0.
       01 WS-P-PCT-SUP10            PIC 999V9 VALUE 0.
       01 WS-P-TAUX-ABS             PIC 999V9 VALUE 0.
       01 WS-P-PCT-REDOUBL          PIC 999V9 VALUE 0.
       01 WS-ANNEE-PREC-OK          PIC X VALUE 'N'.
           88 WS-ANNEE-PREC-OK-OUI  VALUE 'O'.
       01 WS-REDOUBL-PREC-OK        PIC X VALUE 'N'.
           88 WS-REDOUBL-PREC-OK-OUI VALUE 'O'.
       01 WS-EVOL-MOY               PIC S99V99 VALUE 0.
       01 WS-EVOL-PCT               PIC S999V9 VALUE 0.

      *  Zones d'edition
       01 WS-ANNEE-SUIVANTE         PIC 9(04) VALUE 0.
       01 WS-LIB-NIVEAU             PIC X(08) VALUE SPACES.
       01 WS-EDIT-NB                PIC ZZZZ9.
       01 WS-EDIT-NB6               PIC ZZZZZ9.
       01 WS-EDIT-MOY               PIC 99,99.
       01 WS-EDIT-ECART             PIC Z9,99.
       01 WS-EDIT-PCT               PIC ZZ9,9.
       01 WS-EDIT-DEMI              PIC ZZ9.
       01 WS-EDIT-EVOL-MOY          PIC ++9,99.
       01 WS-EDIT-EVOL-PCT          PIC +++9,9.
       01 WS-CSV-ECART              PIC X(05) VALUE SPACES.
       01 WS-CSV-PCT-SUP10          PIC X(05) VALUE SPACES.
       01 WS-CSV-ABS-TRIM           PIC X(05) VALUE SPACES.
       01 WS-CSV-TAUX-ABS           PIC X(05) VALUE SPACES.
       01 WS-CSV-REDOUBL            PIC X(05) VALUE SPACES.
       01 WS-CSV-EVOL-MOY           PIC X(06) VALUE SPACES.
       01 WS-CSV-EVOL-SUP10         PIC X(06) VALUE SPACES.
       01 WS-CSV-EVOL-ABS           PIC X(06) VALUE SPACES.
       01 WS-CSV-EVOL-REDOUBL       PIC X(06) VALUE SPACES.

      ******************************************************************
      ******************************************************************

       PROCEDURE DIVISION.

      *    Demi-journees de classe par trimestre (parametre 1,
      *    optionnel) : 120 a defaut.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-DEMI-JOURNEES FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-DEMI-JOURNEES = 0
               MOVE 120 TO WS-DEMI-JOURNEES
           END-IF
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD

           SORT F-TRI
               ON ASCENDING KEY TRI-CODE-ELEVE
               ON ASCENDING KEY TRI-ANNEE
               ON ASCENDING KEY TRI-TRIMESTRE
               ON ASCENDING KEY TRI-ORIGINE
               INPUT PROCEDURE IS 7310-CHARGER-DEB
                               THRU 7310-CHARGER-FIN
               OUTPUT PROCEDURE IS 7330-CUMULER-DEB
                                THRU 7330-CUMULER-FIN

           IF WS-NB-FICHIERS-LUS = 0
               DISPLAY "Ni histo.dat ni archive.dat disponible : "
                       "tableau de bord non produit."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 7360-EDITER-DEB
              THRU 7360-EDITER-FIN

           DISPLAY "Tableau de bord pluriannuel : " WS-NB-ANNEES
                   " annee(s) scolaire(s), " WS-NB-LIGNES-LUES
                   " trimestres lus, dans tdbord.txt / tdbord.csv"
           IF WS-NB-HORS-NIVEAU > 0
               DISPLAY "  Annees d'eleves hors niveaux 6e a 3e "
                       "ignorees : " WS-NB-HORS-NIVEAU
           END-IF
           IF WS-NB-ANNEES-IGNOREES > 0
               DISPLAY "  Annees d'eleves ignorees (plus de 50 annees "
                       "scolaires) : " WS-NB-ANNEES-IGNOREES
           END-IF

           STOP RUN.

      ******************************************************************
      *    Procedure d'entree du tri : libere chaque trimestre de
      *    archive.dat puis de histo.dat. Un fichier absent est
      *    simplement saute (pas encore d'archives la premiere annee,
      *    ou histo.dat vide juste apres BULLARCH).
      ******************************************************************
       7310-CHARGER-DEB.
           OPEN INPUT F-ARCHIVE
           IF F-ARCHIVE-STATUS-OK
               ADD 1 TO WS-NB-FICHIERS-LUS
               PERFORM UNTIL F-ARCHIVE-STATUS-EOF
                   READ F-ARCHIVE
                       NOT AT END
                           MOVE ARCH-CODE-ELEVE  TO TRI-CODE-ELEVE
                           MOVE ARCH-ANNEE       TO TRI-ANNEE
                           MOVE ARCH-TRIMESTRE   TO TRI-TRIMESTRE
                           MOVE 'A'              TO TRI-ORIGINE
                           MOVE ARCH-CLASSE      TO TRI-CLASSE
                           MOVE ARCH-MOYENNE     TO TRI-MOYENNE
                           MOVE ARCH-NB-ABSENCES TO TRI-NB-ABSENCES
                           RELEASE REC-TRI
                   END-READ
               END-PERFORM
               CLOSE F-ARCHIVE
           ELSE
               DISPLAY "Archives archive.dat indisponibles (statut "
                       F-ARCHIVE-STATUS "), annee en cours seule."
           END-IF

           OPEN INPUT F-HISTO
           IF F-HISTO-STATUS-OK
               ADD 1 TO WS-NB-FICHIERS-LUS
               PERFORM UNTIL F-HISTO-STATUS-EOF
                   READ F-HISTO
                       NOT AT END
                           MOVE HISTO-CODE-ELEVE  TO TRI-CODE-ELEVE
                           MOVE HISTO-ANNEE       TO TRI-ANNEE
                           MOVE HISTO-TRIMESTRE   TO TRI-TRIMESTRE
                           MOVE 'H'               TO TRI-ORIGINE
                           MOVE HISTO-CLASSE      TO TRI-CLASSE
                           MOVE HISTO-MOYENNE     TO TRI-MOYENNE
                           MOVE HISTO-NB-ABSENCES TO TRI-NB-ABSENCES
                           RELEASE REC-TRI
                   END-READ
               END-PERFORM
               CLOSE F-HISTO
           ELSE
               DISPLAY "Historique histo.dat indisponible (statut "
                       F-HISTO-STATUS "), archives seules."
           END-IF.
       7310-CHARGER-FIN.
           EXIT.

      ******************************************************************
      *    Procedure de sortie du tri : regroupe les trimestres de
      *    chaque eleve par annee scolaire et cumule l'annee de
      *    l'eleve a chaque rupture.
      ******************************************************************
       7330-CUMULER-DEB.
           PERFORM UNTIL WS-FIN-TRI-OUI
               RETURN F-TRI
                   AT END
                       MOVE 'O' TO WS-FIN-TRI
                   NOT AT END
                       PERFORM 7335-LIGNE-TRIEE-DEB
                          THRU 7335-LIGNE-TRIEE-FIN
               END-RETURN
           END-PERFORM
           IF NOT WS-PREMIERE-LIGNE-OUI
               PERFORM 7340-CLORE-ANNEE-ELEVE-DEB
                  THRU 7340-CLORE-ANNEE-ELEVE-FIN
           END-IF.
       7330-CUMULER-FIN.
           EXIT.

      ******************************************************************
      *    Trimestre trie courant : doublon archive / historique
      *    ecarte, rupture eleve ou annee, cumul du trimestre.
      ******************************************************************
       7335-LIGNE-TRIEE-DEB.
           IF NOT WS-PREMIERE-LIGNE-OUI
              AND TRI-CODE-ELEVE = WS-EA-CODE-ELEVE
              AND TRI-ANNEE = WS-EA-ANNEE
              AND TRI-TRIMESTRE = WS-EA-TRIMESTRE
               ADD 1 TO WS-NB-DOUBLONS
               GO TO 7335-LIGNE-TRIEE-FIN
           END-IF

           IF WS-PREMIERE-LIGNE-OUI
              OR TRI-CODE-ELEVE NOT = WS-EA-CODE-ELEVE
              OR TRI-ANNEE NOT = WS-EA-ANNEE
               IF NOT WS-PREMIERE-LIGNE-OUI
                   PERFORM 7340-CLORE-ANNEE-ELEVE-DEB
                      THRU 7340-CLORE-ANNEE-ELEVE-FIN
               END-IF
               MOVE 'N' TO WS-PREMIERE-LIGNE
               MOVE TRI-CODE-ELEVE TO WS-EA-CODE-ELEVE
               MOVE TRI-ANNEE      TO WS-EA-ANNEE
               MOVE 0              TO WS-EA-NB-TRIM
               MOVE 0              TO WS-EA-SOMME
               MOVE 0              TO WS-EA-ABSENCES
           END-IF

           ADD 1 TO WS-NB-LIGNES-LUES
           MOVE TRI-TRIMESTRE  TO WS-EA-TRIMESTRE
           MOVE TRI-CLASSE     TO WS-EA-CLASSE
           ADD 1               TO WS-EA-NB-TRIM
           ADD TRI-MOYENNE     TO WS-EA-SOMME
           ADD TRI-NB-ABSENCES TO WS-EA-ABSENCES.
       7335-LIGNE-TRIEE-FIN.
           EXIT.

      ******************************************************************
      *    Fin de l'annee de l'eleve en cours : moyenne annuelle,
      *    niveau d'apres la classe du dernier trimestre, cumul dans
      *    la case annee x niveau et dans l'ensemble. L'eleve est
      *    redoublant si l'annee precedente lue pour lui est l'annee
      *    scolaire d'avant, au meme niveau.
      ******************************************************************
       7340-CLORE-ANNEE-ELEVE-DEB.
           COMPUTE WS-EA-MOYENNE ROUNDED =
               WS-EA-SOMME / WS-EA-NB-TRIM
           EVALUATE WS-EA-CLASSE(1:1)
               WHEN '6'
                   MOVE 1 TO WS-EA-NIVEAU
               WHEN '5'
                   MOVE 2 TO WS-EA-NIVEAU
               WHEN '4'
                   MOVE 3 TO WS-EA-NIVEAU
               WHEN '3'
                   MOVE 4 TO WS-EA-NIVEAU
               WHEN OTHER
                   MOVE 0 TO WS-EA-NIVEAU
                   ADD 1 TO WS-NB-HORS-NIVEAU
           END-EVALUATE

           IF WS-EA-NIVEAU > 0
               PERFORM 7350-CHERCHER-ANNEE-DEB
                  THRU 7350-CHERCHER-ANNEE-FIN
               IF WS-AN-TROUVE-OUI
                   MOVE WS-EA-NIVEAU TO WS-IDX-NIV
                   PERFORM 7345-CUMULER-CASE-DEB
                      THRU 7345-CUMULER-CASE-FIN
                   MOVE 5 TO WS-IDX-NIV
                   PERFORM 7345-CUMULER-CASE-DEB
                      THRU 7345-CUMULER-CASE-FIN
               ELSE
                   ADD 1 TO WS-NB-ANNEES-IGNOREES
               END-IF
           END-IF

           MOVE WS-EA-CODE-ELEVE TO WS-PREC-CODE-ELEVE
           MOVE WS-EA-ANNEE      TO WS-PREC-ANNEE
           MOVE WS-EA-NIVEAU     TO WS-PREC-NIVEAU.
       7340-CLORE-ANNEE-ELEVE-FIN.
           EXIT.

      ******************************************************************
      *    Cumule l'annee de l'eleve en cours dans la case
      *    WS-IDX-AN x WS-IDX-NIV.
      ******************************************************************
       7345-CUMULER-CASE-DEB.
           ADD 1 TO WS-TN-NB-ELEVES(WS-IDX-AN, WS-IDX-NIV)
           ADD WS-EA-MOYENNE TO WS-TN-SOMME(WS-IDX-AN, WS-IDX-NIV)
           COMPUTE WS-TN-SOMME-CARRES(WS-IDX-AN, WS-IDX-NIV) =
               WS-TN-SOMME-CARRES(WS-IDX-AN, WS-IDX-NIV)
               + WS-EA-MOYENNE * WS-EA-MOYENNE
           IF WS-EA-MOYENNE >= 10
               ADD 1 TO WS-TN-NB-SUP10(WS-IDX-AN, WS-IDX-NIV)
           END-IF
           ADD WS-EA-ABSENCES TO WS-TN-ABSENCES(WS-IDX-AN, WS-IDX-NIV)
           ADD WS-EA-NB-TRIM  TO WS-TN-NB-TRIM(WS-IDX-AN, WS-IDX-NIV)
           IF WS-PREC-CODE-ELEVE = WS-EA-CODE-ELEVE
              AND WS-PREC-ANNEE + 1 = WS-EA-ANNEE
              AND WS-PREC-NIVEAU = WS-EA-NIVEAU
               ADD 1 TO WS-TN-NB-REDOUBLANTS(WS-IDX-AN, WS-IDX-NIV)
           END-IF.
       7345-CUMULER-CASE-FIN.
           EXIT.

      ******************************************************************
      *    Cherche l'annee WS-EA-ANNEE dans TABLE-ANNEES et l'insere a
      *    son rang si elle est nouvelle (table tenue par annee
      *    croissante) ; WS-IDX-AN designe l'entree quand
      *    WS-AN-TROUVE vaut 'O'.
      ******************************************************************
       7350-CHERCHER-ANNEE-DEB.
           MOVE 'N' TO WS-AN-TROUVE
           PERFORM VARYING WS-IDX-AN FROM 1 BY 1
                 UNTIL WS-IDX-AN > WS-NB-ANNEES
                    OR WS-TA-ANNEE(WS-IDX-AN) >= WS-EA-ANNEE
               CONTINUE
           END-PERFORM
           IF WS-IDX-AN <= WS-NB-ANNEES
              AND WS-TA-ANNEE(WS-IDX-AN) = WS-EA-ANNEE
               MOVE 'O' TO WS-AN-TROUVE
               GO TO 7350-CHERCHER-ANNEE-FIN
           END-IF
           IF WS-NB-ANNEES >= 50
               GO TO 7350-CHERCHER-ANNEE-FIN
           END-IF

      *    Decale d'un rang les annees posterieures.
           PERFORM VARYING WS-IDX-DEC FROM WS-NB-ANNEES BY -1
                 UNTIL WS-IDX-DEC < WS-IDX-AN
               MOVE ANNEE-ENT(WS-IDX-DEC) TO ANNEE-ENT(WS-IDX-DEC + 1)
           END-PERFORM
           ADD 1 TO WS-NB-ANNEES
           INITIALIZE ANNEE-ENT(WS-IDX-AN)
           MOVE WS-EA-ANNEE TO WS-TA-ANNEE(WS-IDX-AN)
           MOVE 'O' TO WS-AN-TROUVE.
       7350-CHERCHER-ANNEE-FIN.
           EXIT.

      ******************************************************************
      *    Edite le tableau de bord : une page d'en-tete, puis un
      *    bloc par annee scolaire avec une ligne par niveau, et le
      *    CSV correspondant.
      ******************************************************************
       7360-EDITER-DEB.
           OPEN OUTPUT F-TDBORD
           OPEN OUTPUT F-TDBORD-CSV

           MOVE SPACES TO LIGNE-TDBORD
           MOVE ALL "*" TO LIGNE-TDBORD(1:70)
           WRITE LIGNE-TDBORD
           MOVE "  TABLEAU DE BORD PLURIANNUEL DE L'ETABLISSEMENT"
             TO LIGNE-TDBORD
           WRITE LIGNE-TDBORD
           MOVE WS-DEMI-JOURNEES TO WS-EDIT-DEMI
           MOVE SPACES TO LIGNE-TDBORD
           IF WS-NB-ANNEES > 0
               STRING "  Annees scolaires " WS-TA-ANNEE(1)
                      " a " WS-TA-ANNEE(WS-NB-ANNEES)
                      "   Demi-journees par trimestre : " WS-EDIT-DEMI
                      "   Edite le " WS-DATE-DU-JOUR
                      DELIMITED BY SIZE INTO LIGNE-TDBORD
           ELSE
               STRING "  Aucune annee scolaire dans les fichiers"
                      "   Edite le " WS-DATE-DU-JOUR
                      DELIMITED BY SIZE INTO LIGNE-TDBORD
           END-IF
           WRITE LIGNE-TDBORD
           MOVE SPACES TO LIGNE-TDBORD
           MOVE ALL "*" TO LIGNE-TDBORD(1:70)
           WRITE LIGNE-TDBORD

           MOVE "ANNEE;NIVEAU;ELEVES;MOYENNE;ECART;PCTSUP10;ABSTRIM;" &
                "TAUXABS;PCTREDOUBL;EVOLMOY;EVOLSUP10;EVOLTAUXABS;" &
                "EVOLREDOUBL"
             TO LIGNE-TDBORD-CSV
           WRITE LIGNE-TDBORD-CSV

           PERFORM VARYING WS-IDX-AN FROM 1 BY 1
                 UNTIL WS-IDX-AN > WS-NB-ANNEES
               PERFORM 7365-EDITER-ANNEE-DEB
                  THRU 7365-EDITER-ANNEE-FIN
           END-PERFORM

           MOVE SPACES TO LIGNE-TDBORD
           WRITE LIGNE-TDBORD
           MOVE "  Moyenne, ecart-type : moyennes annuelles des eleves "
             & "(moyenne de leurs trimestres)." TO LIGNE-TDBORD
           WRITE LIGNE-TDBORD
           MOVE "  Taux d'absence : absences / (trimestres x "
             & "demi-journees par trimestre)." TO LIGNE-TDBORD
           WRITE LIGNE-TDBORD
           MOVE "  Redoublants : eleves au meme niveau l'annee "
             & "precedente (n.d. sans l'annee precedente)."
             TO LIGNE-TDBORD
           WRITE LIGNE-TDBORD
           MOVE "  Evolutions en points par rapport a l'annee "
             & "precedente." TO LIGNE-TDBORD
           WRITE LIGNE-TDBORD
           MOVE WS-NB-HORS-NIVEAU TO WS-EDIT-NB6
           MOVE SPACES TO LIGNE-TDBORD
           STRING "  Annees d'eleves hors niveaux 6e a 3e ignorees : "
                  WS-EDIT-NB6
                  DELIMITED BY SIZE INTO LIGNE-TDBORD
           WRITE LIGNE-TDBORD
           MOVE WS-NB-DOUBLONS TO WS-EDIT-NB6
           MOVE SPACES TO LIGNE-TDBORD
           STRING "  Trimestres presents dans archive.dat et "
                  "histo.dat, comptes une fois : " WS-EDIT-NB6
                  DELIMITED BY SIZE INTO LIGNE-TDBORD
           WRITE LIGNE-TDBORD

           CLOSE F-TDBORD
           CLOSE F-TDBORD-CSV.
       7360-EDITER-FIN.
           EXIT.

      ******************************************************************
      *    Bloc de l'annee WS-IDX-AN : en-tete puis une ligne par
      *    niveau et l'ensemble.
      ******************************************************************
       7365-EDITER-ANNEE-DEB.
           MOVE 'N' TO WS-ANNEE-PREC-OK
           IF WS-IDX-AN > 1
               IF WS-TA-ANNEE(WS-IDX-AN - 1) + 1 =
                  WS-TA-ANNEE(WS-IDX-AN)
                   MOVE 'O' TO WS-ANNEE-PREC-OK
               END-IF
           END-IF

           COMPUTE WS-ANNEE-SUIVANTE = WS-TA-ANNEE(WS-IDX-AN) + 1
           MOVE SPACES TO LIGNE-TDBORD
           WRITE LIGNE-TDBORD
           MOVE SPACES TO LIGNE-TDBORD
           STRING "  ANNEE SCOLAIRE " WS-TA-ANNEE(WS-IDX-AN)
                  "-" WS-ANNEE-SUIVANTE
                  DELIMITED BY SIZE INTO LIGNE-TDBORD
           WRITE LIGNE-TDBORD
           MOVE SPACES TO LIGNE-TDBORD
           WRITE LIGNE-TDBORD
           MOVE SPACES TO LIGNE-TDBORD
           MOVE "NIVEAU"     TO LIGNE-TDBORD(3:6)
           MOVE "ELEVES"     TO LIGNE-TDBORD(12:6)
           MOVE "MOY."       TO LIGNE-TDBORD(21:4)
           MOVE "ECART"      TO LIGNE-TDBORD(28:5)
           MOVE ">=10 %"     TO LIGNE-TDBORD(35:6)
           MOVE "ABS/TRIM"   TO LIGNE-TDBORD(43:8)
           MOVE "TX ABS %"   TO LIGNE-TDBORD(53:8)
           MOVE "REDOUBL.%"  TO LIGNE-TDBORD(63:9)
           MOVE "|"          TO LIGNE-TDBORD(74:1)
           MOVE "EVOL.MOY"   TO LIGNE-TDBORD(77:8)
           MOVE "EVOL.>=10"  TO LIGNE-TDBORD(87:9)
           MOVE "EVOL.ABS"   TO LIGNE-TDBORD(98:8)
           MOVE "EVOL.RED"   TO LIGNE-TDBORD(108:8)
           WRITE LIGNE-TDBORD

           PERFORM VARYING WS-IDX-NIV FROM 1 BY 1
                 UNTIL WS-IDX-NIV > 5
               PERFORM 7375-EDITER-NIVEAU-DEB
                  THRU 7375-EDITER-NIVEAU-FIN
           END-PERFORM.
       7365-EDITER-ANNEE-FIN.
           EXIT.

      ******************************************************************
      *    Calcule les indicateurs de la case WS-CALC-AN x WS-IDX-NIV.
      ******************************************************************
       7370-CALCULER-CASE-DEB.
           MOVE 0 TO WS-C-MOYENNE
           MOVE 0 TO WS-C-ECART
           MOVE 0 TO WS-C-PCT-SUP10
           MOVE 0 TO WS-C-ABS-TRIM
           MOVE 0 TO WS-C-TAUX-ABS
           MOVE 0 TO WS-C-PCT-REDOUBL
           IF WS-TN-NB-ELEVES(WS-CALC-AN, WS-IDX-NIV) = 0
               GO TO 7370-CALCULER-CASE-FIN
           END-IF

           COMPUTE WS-C-MOYENNE ROUNDED =
               WS-TN-SOMME(WS-CALC-AN, WS-IDX-NIV)
               / WS-TN-NB-ELEVES(WS-CALC-AN, WS-IDX-NIV)
           COMPUTE WS-C-VARIANCE =
               WS-TN-SOMME-CARRES(WS-CALC-AN, WS-IDX-NIV)
               / WS-TN-NB-ELEVES(WS-CALC-AN, WS-IDX-NIV)
               - (WS-TN-SOMME(WS-CALC-AN, WS-IDX-NIV)
                  / WS-TN-NB-ELEVES(WS-CALC-AN, WS-IDX-NIV)) ** 2
           IF WS-C-VARIANCE > 0
               COMPUTE WS-C-ECART ROUNDED = WS-C-VARIANCE ** 0,5
           END-IF
           COMPUTE WS-C-PCT-SUP10 ROUNDED =
               WS-TN-NB-SUP10(WS-CALC-AN, WS-IDX-NIV) * 100
               / WS-TN-NB-ELEVES(WS-CALC-AN, WS-IDX-NIV)
           COMPUTE WS-C-PCT-REDOUBL ROUNDED =
               WS-TN-NB-REDOUBLANTS(WS-CALC-AN, WS-IDX-NIV) * 100
               / WS-TN-NB-ELEVES(WS-CALC-AN, WS-IDX-NIV)
           IF WS-TN-NB-TRIM(WS-CALC-AN, WS-IDX-NIV) > 0
               COMPUTE WS-C-ABS-TRIM ROUNDED =
                   WS-TN-ABSENCES(WS-CALC-AN, WS-IDX-NIV)
                   / WS-TN-NB-TRIM(WS-CALC-AN, WS-IDX-NIV)
               COMPUTE WS-C-TAUX-ABS ROUNDED =
                   WS-TN-ABSENCES(WS-CALC-AN, WS-IDX-NIV) * 100
                   / (WS-TN-NB-TRIM(WS-CALC-AN, WS-IDX-NIV)
                      * WS-DEMI-JOURNEES)
           END-IF.
       7370-CALCULER-CASE-FIN.
           EXIT.

      ******************************************************************
      *    Ligne d'un niveau de l'annee WS-IDX-AN dans l'etat et dans
      *    le CSV, avec l'evolution depuis l'annee precedente quand
      *    elle est presente et que le niveau y avait des eleves.
      ******************************************************************
       7375-EDITER-NIVEAU-DEB.
           EVALUATE WS-IDX-NIV
               WHEN 1
                   MOVE "6e"       TO WS-LIB-NIVEAU
               WHEN 2
                   MOVE "5e"       TO WS-LIB-NIVEAU
               WHEN 3
                   MOVE "4e"       TO WS-LIB-NIVEAU
               WHEN 4
                   MOVE "3e"       TO WS-LIB-NIVEAU
               WHEN OTHER
                   MOVE "ENSEMBLE" TO WS-LIB-NIVEAU
           END-EVALUATE

      *    Annee precedente d'abord, pour l'evolution.
           MOVE 0 TO WS-P-NB-ELEVES
           IF WS-ANNEE-PREC-OK-OUI
               COMPUTE WS-CALC-AN = WS-IDX-AN - 1
               PERFORM 7370-CALCULER-CASE-DEB
                  THRU 7370-CALCULER-CASE-FIN
               MOVE WS-TN-NB-ELEVES(WS-CALC-AN, WS-IDX-NIV)
                 TO WS-P-NB-ELEVES
               MOVE WS-C-MOYENNE     TO WS-P-MOYENNE
               MOVE WS-C-PCT-SUP10   TO WS-P-PCT-SUP10
               MOVE WS-C-TAUX-ABS    TO WS-P-TAUX-ABS
               MOVE WS-C-PCT-REDOUBL TO WS-P-PCT-REDOUBL
           END-IF
      *    Le taux de redoublement de l'annee precedente n'a de sens
      *    que si elle-meme avait une annee precedente.
           MOVE 'N' TO WS-REDOUBL-PREC-OK
           IF WS-ANNEE-PREC-OK-OUI AND WS-IDX-AN > 2
               IF WS-TA-ANNEE(WS-IDX-AN - 2) + 2 =
                  WS-TA-ANNEE(WS-IDX-AN)
                   MOVE 'O' TO WS-REDOUBL-PREC-OK
               END-IF
           END-IF

           MOVE WS-IDX-AN TO WS-CALC-AN
           PERFORM 7370-CALCULER-CASE-DEB
              THRU 7370-CALCULER-CASE-FIN

           MOVE SPACES TO LIGNE-TDBORD
           MOVE WS-LIB-NIVEAU TO LIGNE-TDBORD(3:8)
           MOVE WS-TN-NB-ELEVES(WS-IDX-AN, WS-IDX-NIV) TO WS-EDIT-NB
           MOVE WS-EDIT-NB TO LIGNE-TDBORD(13:5)
           IF WS-TN-NB-ELEVES(WS-IDX-AN, WS-IDX-NIV) = 0
               WRITE LIGNE-TDBORD
               GO TO 7375-EDITER-NIVEAU-FIN
           END-IF

           MOVE WS-C-MOYENNE TO WS-EDIT-MOY
           MOVE WS-EDIT-MOY TO LIGNE-TDBORD(20:5)
           MOVE WS-C-ECART TO WS-EDIT-ECART
           MOVE WS-EDIT-ECART TO LIGNE-TDBORD(28:5)
           MOVE WS-EDIT-ECART TO WS-CSV-ECART
           MOVE WS-C-PCT-SUP10 TO WS-EDIT-PCT
           MOVE WS-EDIT-PCT TO LIGNE-TDBORD(36:5)
           MOVE WS-EDIT-PCT TO WS-CSV-PCT-SUP10
           MOVE WS-C-ABS-TRIM TO WS-EDIT-PCT
           MOVE WS-EDIT-PCT TO LIGNE-TDBORD(46:5)
           MOVE WS-EDIT-PCT TO WS-CSV-ABS-TRIM
           MOVE WS-C-TAUX-ABS TO WS-EDIT-PCT
           MOVE WS-EDIT-PCT TO LIGNE-TDBORD(56:5)
           MOVE WS-EDIT-PCT TO WS-CSV-TAUX-ABS
           IF WS-ANNEE-PREC-OK-OUI
               MOVE WS-C-PCT-REDOUBL TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO LIGNE-TDBORD(67:5)
               MOVE WS-EDIT-PCT TO WS-CSV-REDOUBL
           ELSE
               MOVE "n.d." TO LIGNE-TDBORD(68:4)
               MOVE SPACES TO WS-CSV-REDOUBL
           END-IF
           MOVE "|" TO LIGNE-TDBORD(74:1)

           MOVE SPACES TO WS-CSV-EVOL-MOY
           MOVE SPACES TO WS-CSV-EVOL-SUP10
           MOVE SPACES TO WS-CSV-EVOL-ABS
           MOVE SPACES TO WS-CSV-EVOL-REDOUBL
           IF WS-P-NB-ELEVES > 0
               COMPUTE WS-EVOL-MOY = WS-C-MOYENNE - WS-P-MOYENNE
               MOVE WS-EVOL-MOY TO WS-EDIT-EVOL-MOY
               MOVE WS-EDIT-EVOL-MOY TO LIGNE-TDBORD(79:6)
               MOVE WS-EDIT-EVOL-MOY TO WS-CSV-EVOL-MOY
               COMPUTE WS-EVOL-PCT = WS-C-PCT-SUP10 - WS-P-PCT-SUP10
               MOVE WS-EVOL-PCT TO WS-EDIT-EVOL-PCT
               MOVE WS-EDIT-EVOL-PCT TO LIGNE-TDBORD(90:6)
               MOVE WS-EDIT-EVOL-PCT TO WS-CSV-EVOL-SUP10
               COMPUTE WS-EVOL-PCT = WS-C-TAUX-ABS - WS-P-TAUX-ABS
               MOVE WS-EVOL-PCT TO WS-EDIT-EVOL-PCT
               MOVE WS-EDIT-EVOL-PCT TO LIGNE-TDBORD(100:6)
               MOVE WS-EDIT-EVOL-PCT TO WS-CSV-EVOL-ABS
               IF WS-REDOUBL-PREC-OK-OUI
                   COMPUTE WS-EVOL-PCT =
                       WS-C-PCT-REDOUBL - WS-P-PCT-REDOUBL
                   MOVE WS-EVOL-PCT TO WS-EDIT-EVOL-PCT
                   MOVE WS-EDIT-EVOL-PCT TO LIGNE-TDBORD(110:6)
                   MOVE WS-EDIT-EVOL-PCT TO WS-CSV-EVOL-REDOUBL
               END-IF
           END-IF
           WRITE LIGNE-TDBORD

           MOVE SPACES TO LIGNE-TDBORD-CSV
           STRING WS-TA-ANNEE(WS-IDX-AN) "-" WS-ANNEE-SUIVANTE ";"
                  WS-LIB-NIVEAU       ";"
                  WS-EDIT-NB          ";"
                  WS-EDIT-MOY         ";"
                  WS-CSV-ECART        ";"
                  WS-CSV-PCT-SUP10    ";"
                  WS-CSV-ABS-TRIM     ";"
                  WS-CSV-TAUX-ABS     ";"
                  WS-CSV-REDOUBL      ";"
                  WS-CSV-EVOL-MOY     ";"
                  WS-CSV-EVOL-SUP10   ";"
                  WS-CSV-EVOL-ABS     ";"
                  WS-CSV-EVOL-REDOUBL
                  DELIMITED BY SIZE INTO LIGNE-TDBORD-CSV
           WRITE LIGNE-TDBORD-CSV.
       7375-EDITER-NIVEAU-FIN.
           EXIT.
