      ******************************************************************
      *    Purge des eleves radies (protection des donnees).
      *
      *    Un eleve radie (ELV-STATUT 'R', par ELEVMNT R ou par un
      *    depart de fin d'annee en ELEVMNT P) garde sinon pour
      *    toujours son identite, son responsable legal et son
      *    adresse dans eleves.dat, et son nom dans histo.dat et
      *    archive.dat. Ce programme applique la duree de
      *    conservation de l'etablissement : passe ce delai, les
      *    donnees d'identite sont effacees.
      *
      *    Le delai court a partir de la plus tardive des deux dates
      *    connues de l'eleve :
      *      - sa radiation, relevee dans le journal des mouvements
      *        mouvements.txt (action R, ou depart de fin d'annee) ;
      *      - la fin (31 juillet) de la derniere annee scolaire ou
      *        il figure dans histo.dat ou archive.dat.
      *    Un eleve radie sans aucune de ces deux dates est conserve
      *    et signale dans l'etat.
      *
      *    Les enregistrements sont anonymises plutot que supprimes,
      *    pour garder ce dont les statistiques ont besoin (classe,
      *    annee, trimestre, moyenne, absences) :
      *      - eleves.dat : nom "ANONYME", prenom "N" + numero (le
      *        couple reste unique pour la cle alternative),
      *        age, responsable et adresse effaces ; le numero et la
      *        classe restent, pour qu'ELEVMNT ne le reattribue
      *        jamais ;
      *      - histo.dat et archive.dat : memes nom et prenom, le
      *        reste de l'enregistrement inchange ; chaque
      *        modification de histo.dat est tracee dans la piste
      *        d'audit audithisto.txt (mode P, image avant sans
      *        l'identite) ;
      *      - options.dat : les options de l'eleve sont supprimees.
      *    notes.dat et archnotes.dat ne portent pas d'identite et ne
      *    sont pas touches.
      *
      *    Les generations de sauvegarde prises par la chaine
      *    d'exploitation BULLCHN (<fichier>.Gnnnn, cataloguees dans
      *    sauvegardes.txt) sont des copies en clair des memes
      *    fichiers : celles prises avant la date limite sont
      *    detruites avec la purge, les plus recentes sont listees
      *    dans l'etat. Une purge reelle est refusee tant qu'une
      *    chaine est arretee (etat A dans chaine.dat) : sa reprise
      *    restaurerait les identites d'avant la purge.
      *
      *    Le programme s'invoque avec un mode et la duree de
      *    conservation en annees :
      *      ELEVPURG S annees    simulation : liste les eleves qui
      *                           seraient anonymises, sans rien
      *                           modifier
      *      ELEVPURG P annees    purge reelle
      *    Chaque execution produit l'etat purge.txt, a viser par le
      *    chef d'etablissement et le delegue a la protection des
      *    donnees. Une purge reelle laisse une ligne par eleve
      *    anonymise dans mouvements.txt (action A, operateur de la
      *    variable d'environnement ELEVMNT_OPERATEUR). Une purge
      *    interrompue se relance sans danger : un eleve deja
      *    anonymise n'est plus repris.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEVPURG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ELEVES
               ASSIGN TO 'eleves.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELV-NUMERO
               ALTERNATE RECORD KEY IS ELV-IDENTITE
               FILE STATUS IS F-ELEVES-STATUS.

           SELECT F-HISTO
               ASSIGN TO 'histo.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTO-CLE
               FILE STATUS IS F-HISTO-STATUS.

           SELECT F-ARCHIVE
               ASSIGN TO 'archive.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-CLE
               FILE STATUS IS F-ARCHIVE-STATUS.

           SELECT F-OPTIONS
               ASSIGN TO 'options.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPT-CLE
               FILE STATUS IS F-OPTIONS-STATUS.

      *    Etat de la chaine BULLCHN et catalogue de ses sauvegardes.
           SELECT F-ETAT-CHAINE
               ASSIGN TO 'chaine.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ETAT-CHAINE-STATUS.

           SELECT F-CATALOGUE
               ASSIGN TO 'sauvegardes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CATALOGUE-STATUS.

      *    Journal des mouvements d'ELEVMNT : lu pour les dates de
      *    radiation, complete par la trace des anonymisations.
           SELECT F-MOUVEMENTS
               ASSIGN TO 'mouvements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MOUVEMENTS-STATUS.

      *    Piste d'audit de histo.dat, commune a BULLTIN, BULLSYNC
      *    et BULLARCH.
           SELECT F-AUDIT
               ASSIGN TO 'audithisto.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-STATUS.

           SELECT F-ETAT
               ASSIGN TO 'purge.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ETAT-STATUS.

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

       FD F-OPTIONS.

       01 REC-OPTION.
          05 OPT-CLE.
             10 OPT-CODE-ELEVE      PIC 9(04).
             10 OPT-CODE-MATIERE    PIC 9(02).
          05 OPT-DATE-MAJ           PIC 9(08).
          05 OPT-OPERATEUR          PIC X(10).

       FD F-ETAT-CHAINE
           RECORD CONTAINS 37 CHARACTERS
           RECORDING MODE IS F.

       01 REC-ETAT-CHAINE.
          05 CHN-SEQUENCE           PIC X(01).
          05 CHN-ANNEE              PIC 9(04).
          05 CHN-TRIMESTRE          PIC 9(01).
          05 CHN-ETAT               PIC X(01).
             88 CHN-ETAT-ARRETEE    VALUE 'A'.
          05 CHN-ETAPE              PIC 9(02).
          05 CHN-GENERATION         PIC 9(04).
          05 CHN-DATE               PIC 9(08).
          05 CHN-HEURE              PIC 9(06).
          05 CHN-OPERATEUR          PIC X(10).

      *    Une ligne par generation : fichiers presents (O/N) et
      *    nombre d'enregistrements, dans l'ordre eleves.dat,
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

       FD F-MOUVEMENTS
           RECORD CONTAINS 74 CHARACTERS
           RECORDING MODE IS F.

       01 REC-MOUVEMENT.
          05 MVT-DATE               PIC 9(08).
          05 MVT-HEURE              PIC 9(06).
          05 MVT-OPERATEUR          PIC X(10).
          05 MVT-ACTION             PIC X(01).
          05 MVT-NUMERO             PIC 9(04).
          05 MVT-NOM                PIC X(10).
          05 MVT-PRENOM             PIC X(10).
          05 MVT-CLASSE             PIC X(05).
          05 MVT-DETAIL             PIC X(20).

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

       FD F-ETAT
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01 LIGNE-ETAT PIC X(132).

       WORKING-STORAGE SECTION.

       01  F-ELEVES-STATUS     PIC X(02) VALUE SPACE.
           88 F-ELEVES-STATUS-OK      VALUE '00'.
           88 F-ELEVES-STATUS-NOFILE  VALUE '35'.

       01  F-HISTO-STATUS      PIC X(02) VALUE SPACE.
           88 F-HISTO-STATUS-OK       VALUE '00'.
           88 F-HISTO-STATUS-NOFILE   VALUE '35'.

       01  F-ARCHIVE-STATUS    PIC X(02) VALUE SPACE.
           88 F-ARCHIVE-STATUS-OK     VALUE '00'.
           88 F-ARCHIVE-STATUS-NOFILE VALUE '35'.

       01  F-OPTIONS-STATUS    PIC X(02) VALUE SPACE.
           88 F-OPTIONS-STATUS-OK     VALUE '00'.
           88 F-OPTIONS-STATUS-NOFILE VALUE '35'.

       01  F-MOUVEMENTS-STATUS PIC X(02) VALUE SPACE.
           88 F-MOUVEMENTS-STATUS-OK     VALUE '00'.
           88 F-MOUVEMENTS-STATUS-EOF    VALUE '10'.
           88 F-MOUVEMENTS-STATUS-NOFILE VALUE '35'.

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK       VALUE '00'.
           88 F-AUDIT-STATUS-NOFILE   VALUE '35'.

       01  F-ETAT-STATUS       PIC X(02) VALUE SPACE.
           88 F-ETAT-STATUS-OK        VALUE '00'.

       01  F-ETAT-CHAINE-STATUS PIC X(02) VALUE SPACE.
           88 F-ETAT-CHAINE-STATUS-OK     VALUE '00'.

       01  F-CATALOGUE-STATUS  PIC X(02) VALUE SPACE.
           88 F-CATALOGUE-STATUS-OK     VALUE '00'.
           88 F-CATALOGUE-STATUS-EOF    VALUE '10'.
           88 F-CATALOGUE-STATUS-NOFILE VALUE '35'.

      *  Parametres : mode et duree de conservation
       01 WS-ARG-NUM                 PIC 9(02) VALUE 0.
       01 WS-MODE                    PIC X VALUE SPACE.
           88 WS-MODE-SIMULATION     VALUE 'S'.
           88 WS-MODE-PURGE          VALUE 'P'.
       01 WS-DUREE                   PIC 9(02) VALUE 0.

      *  Date, heure et operateur de l'execution ; date limite :
      *  un eleve dont la date de reference est anterieure ou egale
      *  est anonymise.
       01 WS-DATE-EXECUTION          PIC 9(08) VALUE 0.
       01 WS-HEURE-EXECUTION         PIC 9(08) VALUE 0.
       01 WS-OPERATEUR               PIC X(10) VALUE SPACES.
       01 WS-DATE-LIMITE             PIC 9(08) VALUE 0.

      *  Fichiers facultatifs presents
       01 WS-HISTO-PRESENT           PIC X VALUE 'N'.
           88 WS-HISTO-PRESENT-OUI   VALUE 'O'.
       01 WS-ARCHIVE-PRESENT         PIC X VALUE 'N'.
           88 WS-ARCHIVE-PRESENT-OUI VALUE 'O'.
       01 WS-OPTIONS-PRESENT         PIC X VALUE 'N'.
           88 WS-OPTIONS-PRESENT-OUI VALUE 'O'.

      *  Date de radiation (mouvements.txt) et derniere annee
      *  scolaire (histo.dat, archive.dat) de chaque eleve, rangees
      *  sous son numero permanent.
       01 TABLE-DATES-ELEVES.
          05 DATES-ELEVE OCCURS 9999 TIMES.
             10 WS-DATE-RADIATION    PIC 9(08).
             10 WS-DERNIERE-ANNEE    PIC 9(04).

      *  Eleve en cours d'examen
       01 WS-DATE-REFERENCE          PIC 9(08) VALUE 0.
       01 WS-FIN-ANNEE               PIC 9(08) VALUE 0.
       01 WS-ORIGINE                 PIC X(20) VALUE SPACES.
       01 WS-DECISION                PIC X(12) VALUE SPACES.
       01 WS-PSEUDO-NOM              PIC X(10) VALUE "ANONYME".
       01 WS-PSEUDO-PRENOM           PIC X(10) VALUE SPACES.
       01 WS-HISTO-AVANT             PIC X(41) VALUE SPACES.
       01 WS-NB-HISTO-ELEVE          PIC 9(04) VALUE 0.
       01 WS-NB-ARCH-ELEVE           PIC 9(04) VALUE 0.
       01 WS-NB-OPT-ELEVE            PIC 9(04) VALUE 0.

       01 WS-FIN-FICHIER             PIC X VALUE 'N'.
           88 WS-FIN-FICHIER-OUI     VALUE 'O'.
       01 WS-FIN-ELEVE               PIC X VALUE 'N'.
           88 WS-FIN-ELEVE-OUI       VALUE 'O'.

      *  Compteurs de l'etat
       01 WS-NB-RADIES               PIC 9(06) VALUE 0.
       01 WS-NB-ANONYMISES           PIC 9(06) VALUE 0.
       01 WS-NB-DEJA-ANONYMISES      PIC 9(06) VALUE 0.
       01 WS-NB-EN-DELAI             PIC 9(06) VALUE 0.
       01 WS-NB-SANS-REFERENCE       PIC 9(06) VALUE 0.
       01 WS-NB-HISTO                PIC 9(06) VALUE 0.
       01 WS-NB-ARCHIVE              PIC 9(06) VALUE 0.
       01 WS-NB-OPTIONS              PIC 9(06) VALUE 0.
       01 WS-EDIT-NB                 PIC ZZZZZ9.
       01 WS-EDIT-DET                PIC ZZZ9.

      *  Generations de sauvegarde de la chaine BULLCHN
       01 VALEURS-NOMS-SAUVES.
          05 FILLER                  PIC X(13) VALUE "eleves.dat".
          05 FILLER                  PIC X(13) VALUE "histo.dat".
          05 FILLER                  PIC X(13) VALUE "archive.dat".
          05 FILLER                  PIC X(13) VALUE "periodes.dat".
          05 FILLER                  PIC X(13) VALUE "decisions.dat".
       01 TABLE-NOMS-SAUVES REDEFINES VALEURS-NOMS-SAUVES.
          05 WS-NOM-SAUVE-FICHIER    PIC X(13) OCCURS 5 TIMES.
       01 WS-IDX-FIC                 PIC 9(01) VALUE 0.
       01 WS-NOM-SAUVE               PIC X(40) VALUE SPACES.
       01 WS-DETAIL-FICHIER          PIC X(16) VALUE SPACES.
       01 WS-NB-FIC-GENERATION       PIC 9(02) VALUE 0.
       01 WS-NB-GEN-DETRUITES        PIC 9(06) VALUE 0.
       01 WS-NB-GEN-CONSERVEES       PIC 9(06) VALUE 0.
       01 WS-NB-FIC-DETRUITS         PIC 9(06) VALUE 0.
       01 WS-NB-FIC-ECHECS           PIC 9(02) VALUE 0.
       01 WS-NB-GEN-ECHECS           PIC 9(06) VALUE 0.
       01 WS-LIB-GENERATION          PIC X(40) VALUE SPACES.

      ******************************************************************
      ******************************************************************

       PROCEDURE DIVISION.

           PERFORM 8305-LIRE-PARAMETRES-DEB
              THRU 8305-LIRE-PARAMETRES-FIN

           PERFORM 8307-CONTROLER-CHAINE-DEB
              THRU 8307-CONTROLER-CHAINE-FIN

           PERFORM 8310-OUVRIR-FICHIERS-DEB
              THRU 8310-OUVRIR-FICHIERS-FIN

           PERFORM 8315-DATES-RADIATION-DEB
              THRU 8315-DATES-RADIATION-FIN

           PERFORM 8320-DERNIERES-ANNEES-DEB
              THRU 8320-DERNIERES-ANNEES-FIN

           PERFORM 8360-ENTETE-ETAT-DEB
              THRU 8360-ENTETE-ETAT-FIN

           PERFORM 8330-PARCOURIR-ELEVES-DEB
              THRU 8330-PARCOURIR-ELEVES-FIN

           PERFORM 8370-FIN-ETAT-DEB
              THRU 8370-FIN-ETAT-FIN

           PERFORM 8380-FERMER-FICHIERS-DEB
              THRU 8380-FERMER-FICHIERS-FIN

           IF WS-MODE-SIMULATION
               DISPLAY "Simulation de purge, conservation "
                       WS-DUREE " an(s), date limite "
                       WS-DATE-LIMITE " :"
               DISPLAY "  Eleves radies examines  : " WS-NB-RADIES
               DISPLAY "  A anonymiser            : "
                       WS-NB-ANONYMISES
           ELSE
               DISPLAY "Purge des eleves radies, conservation "
                       WS-DUREE " an(s), date limite "
                       WS-DATE-LIMITE " :"
               DISPLAY "  Eleves radies examines  : " WS-NB-RADIES
               DISPLAY "  Anonymises              : "
                       WS-NB-ANONYMISES
           END-IF
           DISPLAY "  Deja anonymises         : " WS-NB-DEJA-ANONYMISES
           DISPLAY "  Dans le delai           : " WS-NB-EN-DELAI
           DISPLAY "  Sans date de reference  : " WS-NB-SANS-REFERENCE
           DISPLAY "  (detail dans purge.txt)"
           IF WS-NB-GEN-ECHECS > 0
               DISPLAY "  Sauvegardes BULLCHN non detruites : "
                       WS-NB-GEN-ECHECS " generation(s)"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      ******************************************************************
      *    Lit le mode (S simulation, P purge reelle) et la duree de
      *    conservation en annees. Les deux sont obligatoires : une
      *    purge ne part pas sur une valeur par defaut.
      ******************************************************************
       8305-LIRE-PARAMETRES-DEB.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-DUREE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF NOT WS-MODE-SIMULATION AND NOT WS-MODE-PURGE
               DISPLAY "Mode attendu : S (simulation) ou P (purge "
                       "reelle), suivi de la duree de conservation "
                       "en annees."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DUREE = 0
               DISPLAY "Duree de conservation attendue en annees "
                       "(ex. ELEVPURG S 5)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

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
           COMPUTE WS-DATE-LIMITE = WS-DATE-EXECUTION
                                  - WS-DUREE * 10000.
       8305-LIRE-PARAMETRES-FIN.
           EXIT.

      ******************************************************************
      *    Une purge reelle attend la fin de la chaine BULLCHN : une
      *    chaine arretee se reprend en restaurant une generation
      *    prise avant la purge, qui remettrait les identites.
      ******************************************************************
       8307-CONTROLER-CHAINE-DEB.
           IF WS-MODE-SIMULATION
               GO TO 8307-CONTROLER-CHAINE-FIN
           END-IF
           OPEN INPUT F-ETAT-CHAINE
           IF NOT F-ETAT-CHAINE-STATUS-OK
               GO TO 8307-CONTROLER-CHAINE-FIN
           END-IF
           MOVE SPACES TO REC-ETAT-CHAINE
           READ F-ETAT-CHAINE
               AT END
                   MOVE SPACES TO REC-ETAT-CHAINE
           END-READ
           CLOSE F-ETAT-CHAINE
           IF CHN-ETAT-ARRETEE
               DISPLAY "Chaine BULLCHN " CHN-SEQUENCE " " CHN-ANNEE
                       " arretee a l'etape " CHN-ETAPE
                       " : la reprendre (BULLCHN R) ou l'abandonner "
                       "(BULLCHN X) avant la purge."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       8307-CONTROLER-CHAINE-FIN.
           EXIT.

      ******************************************************************
      *    Ouvre le fichier maitre (obligatoire) et les fichiers
      *    facultatifs : en lecture pour une simulation, en mise a
      *    jour pour une purge reelle. En purge reelle, pas de
      *    modification de histo.dat sans sa piste d'audit, ni
      *    d'anonymisation sans trace au journal des mouvements.
      ******************************************************************
       8310-OUVRIR-FICHIERS-DEB.
           IF WS-MODE-SIMULATION
               OPEN INPUT F-ELEVES
           ELSE
               OPEN I-O F-ELEVES
           END-IF
           IF NOT F-ELEVES-STATUS-OK
               DISPLAY "Fichier maitre eleves.dat indisponible "
                       "(statut " F-ELEVES-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-MODE-SIMULATION
               OPEN INPUT F-HISTO
           ELSE
               OPEN I-O F-HISTO
           END-IF
           IF F-HISTO-STATUS-OK
               MOVE 'O' TO WS-HISTO-PRESENT
           ELSE
               IF NOT F-HISTO-STATUS-NOFILE
                   DISPLAY "Ouverture de histo.dat impossible, statut "
                           F-HISTO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-MODE-SIMULATION
               OPEN INPUT F-ARCHIVE
           ELSE
               OPEN I-O F-ARCHIVE
           END-IF
           IF F-ARCHIVE-STATUS-OK
               MOVE 'O' TO WS-ARCHIVE-PRESENT
           ELSE
               IF NOT F-ARCHIVE-STATUS-NOFILE
                   DISPLAY "Ouverture de archive.dat impossible, "
                           "statut " F-ARCHIVE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-MODE-SIMULATION
               OPEN INPUT F-OPTIONS
           ELSE
               OPEN I-O F-OPTIONS
           END-IF
           IF F-OPTIONS-STATUS-OK
               MOVE 'O' TO WS-OPTIONS-PRESENT
           ELSE
               IF NOT F-OPTIONS-STATUS-NOFILE
                   DISPLAY "Ouverture de options.dat impossible, "
                           "statut " F-OPTIONS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-MODE-SIMULATION
               GO TO 8310-OUVRIR-FICHIERS-FIN
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
       8310-OUVRIR-FICHIERS-FIN.
           EXIT.

      ******************************************************************
      *    Releve dans mouvements.txt la date de radiation de chaque
      *    eleve : action R d'ELEVMNT, ou passage P avec depart de fin
      *    d'annee. Le journal est chronologique, la derniere trace
      *    l'emporte. Journal absent : aucune date de radiation, seule
      *    la derniere annee scolaire sert de reference. En purge
      *    reelle, le journal est ensuite rouvert en ajout pour la
      *    trace des anonymisations.
      ******************************************************************
       8315-DATES-RADIATION-DEB.
           INITIALIZE TABLE-DATES-ELEVES
           OPEN INPUT F-MOUVEMENTS
           IF F-MOUVEMENTS-STATUS-OK
               PERFORM UNTIL F-MOUVEMENTS-STATUS-EOF
                   READ F-MOUVEMENTS
                       NOT AT END
                           IF MVT-NUMERO > 0
                              AND (MVT-ACTION = 'R'
                                   OR (MVT-ACTION = 'P'
                                       AND MVT-DETAIL =
                                           "depart fin d'annee"))
                               MOVE MVT-DATE
                                 TO WS-DATE-RADIATION(MVT-NUMERO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-MOUVEMENTS
           ELSE
               DISPLAY "Journal mouvements.txt absent : dates de "
                       "radiation inconnues."
           END-IF

           IF WS-MODE-SIMULATION
               GO TO 8315-DATES-RADIATION-FIN
           END-IF
           OPEN EXTEND F-MOUVEMENTS
           IF F-MOUVEMENTS-STATUS-NOFILE
               OPEN OUTPUT F-MOUVEMENTS
           END-IF
           IF NOT F-MOUVEMENTS-STATUS-OK
               DISPLAY "Journal mouvements.txt indisponible, statut "
                       F-MOUVEMENTS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       8315-DATES-RADIATION-FIN.
           EXIT.

      ******************************************************************
      *    Releve, pour chaque eleve, la derniere annee scolaire ou
      *    il figure dans histo.dat ou dans archive.dat.
      ******************************************************************
       8320-DERNIERES-ANNEES-DEB.
           IF WS-HISTO-PRESENT-OUI
               MOVE 'N' TO WS-FIN-FICHIER
               MOVE LOW-VALUES TO HISTO-CLE
               START F-HISTO KEY IS >= HISTO-CLE
                   INVALID KEY
                       MOVE 'O' TO WS-FIN-FICHIER
               END-START
               PERFORM UNTIL WS-FIN-FICHIER-OUI
                   READ F-HISTO NEXT
                       AT END
                           MOVE 'O' TO WS-FIN-FICHIER
                       NOT AT END
                           IF HISTO-CODE-ELEVE > 0
                              AND HISTO-ANNEE >
                                  WS-DERNIERE-ANNEE(HISTO-CODE-ELEVE)
                               MOVE HISTO-ANNEE
                                 TO WS-DERNIERE-ANNEE(HISTO-CODE-ELEVE)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-ARCHIVE-PRESENT-OUI
               MOVE 'N' TO WS-FIN-FICHIER
               MOVE LOW-VALUES TO ARCH-CLE
               START F-ARCHIVE KEY IS >= ARCH-CLE
                   INVALID KEY
                       MOVE 'O' TO WS-FIN-FICHIER
               END-START
               PERFORM UNTIL WS-FIN-FICHIER-OUI
                   READ F-ARCHIVE NEXT
                       AT END
                           MOVE 'O' TO WS-FIN-FICHIER
                       NOT AT END
                           IF ARCH-CODE-ELEVE > 0
                              AND ARCH-ANNEE >
                                  WS-DERNIERE-ANNEE(ARCH-CODE-ELEVE)
                               MOVE ARCH-ANNEE
                                 TO WS-DERNIERE-ANNEE(ARCH-CODE-ELEVE)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       8320-DERNIERES-ANNEES-FIN.
           EXIT.

      ******************************************************************
      *    Parcourt le fichier maitre dans l'ordre des numeros et
      *    examine chaque eleve radie.
      ******************************************************************
       8330-PARCOURIR-ELEVES-DEB.
           MOVE 'N' TO WS-FIN-FICHIER
           MOVE 0 TO ELV-NUMERO
           START F-ELEVES KEY IS >= ELV-NUMERO
               INVALID KEY
                   MOVE 'O' TO WS-FIN-FICHIER
           END-START
           PERFORM UNTIL WS-FIN-FICHIER-OUI
               READ F-ELEVES NEXT
                   AT END
                       MOVE 'O' TO WS-FIN-FICHIER
                   NOT AT END
                       IF ELV-STATUT-RADIE
                           PERFORM 8335-EXAMINER-ELEVE-DEB
                              THRU 8335-EXAMINER-ELEVE-FIN
                       END-IF
               END-READ
           END-PERFORM.
       8330-PARCOURIR-ELEVES-FIN.
           EXIT.

      ******************************************************************
      *    Eleve radie courant : date de reference, decision, puis
      *    anonymisation (ou son decompte en simulation) et ligne de
      *    l'etat. Un eleve dans le delai n'est pas liste.
      ******************************************************************
       8335-EXAMINER-ELEVE-DEB.
           ADD 1 TO WS-NB-RADIES
           IF ELV-NOM = WS-PSEUDO-NOM
               ADD 1 TO WS-NB-DEJA-ANONYMISES
               GO TO 8335-EXAMINER-ELEVE-FIN
           END-IF

           MOVE WS-DATE-RADIATION(ELV-NUMERO) TO WS-DATE-REFERENCE
           MOVE "radiation" TO WS-ORIGINE
           IF WS-DERNIERE-ANNEE(ELV-NUMERO) > 0
               COMPUTE WS-FIN-ANNEE =
                       (WS-DERNIERE-ANNEE(ELV-NUMERO) + 1) * 10000
                       + 731
               IF WS-FIN-ANNEE > WS-DATE-REFERENCE
                   MOVE WS-FIN-ANNEE TO WS-DATE-REFERENCE
                   MOVE SPACES TO WS-ORIGINE
                   STRING "fin d'annee " WS-DERNIERE-ANNEE(ELV-NUMERO)
                          DELIMITED BY SIZE INTO WS-ORIGINE
               END-IF
           END-IF

           MOVE 0 TO WS-NB-HISTO-ELEVE
           MOVE 0 TO WS-NB-ARCH-ELEVE
           MOVE 0 TO WS-NB-OPT-ELEVE
           IF WS-DATE-REFERENCE = 0
               ADD 1 TO WS-NB-SANS-REFERENCE
               MOVE "sans date" TO WS-ORIGINE
               MOVE "CONSERVE" TO WS-DECISION
               PERFORM 8365-LIGNE-ETAT-DEB
                  THRU 8365-LIGNE-ETAT-FIN
               GO TO 8335-EXAMINER-ELEVE-FIN
           END-IF
           IF WS-DATE-REFERENCE > WS-DATE-LIMITE
               ADD 1 TO WS-NB-EN-DELAI
               GO TO 8335-EXAMINER-ELEVE-FIN
           END-IF

           ADD 1 TO WS-NB-ANONYMISES
           MOVE SPACES TO WS-PSEUDO-PRENOM
           STRING "N" ELV-NUMERO
                  DELIMITED BY SIZE INTO WS-PSEUDO-PRENOM
           IF WS-HISTO-PRESENT-OUI
               PERFORM 8340-ANONYMISER-HISTO-DEB
                  THRU 8340-ANONYMISER-HISTO-FIN
           END-IF
           IF WS-ARCHIVE-PRESENT-OUI
               PERFORM 8345-ANONYMISER-ARCHIVE-DEB
                  THRU 8345-ANONYMISER-ARCHIVE-FIN
           END-IF
           IF WS-OPTIONS-PRESENT-OUI
               PERFORM 8350-SUPPRIMER-OPTIONS-DEB
                  THRU 8350-SUPPRIMER-OPTIONS-FIN
           END-IF

      *    Le fichier maitre passe en dernier : une purge
      *    interrompue reprend l'eleve a la relance.
           IF WS-MODE-SIMULATION
               MOVE "A ANONYMISER" TO WS-DECISION
               PERFORM 8365-LIGNE-ETAT-DEB
                  THRU 8365-LIGNE-ETAT-FIN
           ELSE
               MOVE "ANONYMISE" TO WS-DECISION
               PERFORM 8355-ANONYMISER-MAITRE-DEB
                  THRU 8355-ANONYMISER-MAITRE-FIN
           END-IF.
       8335-EXAMINER-ELEVE-FIN.
           EXIT.

      ******************************************************************
      *    Enregistrements de l'eleve dans histo.dat : identite
      *    remplacee par le pseudonyme, reste inchange. Chaque
      *    reecriture est tracee dans audithisto.txt (mode P) avec
      *    une image avant dont l'identite est deja effacee, pour que
      *    la piste ne la conserve pas.
      ******************************************************************
       8340-ANONYMISER-HISTO-DEB.
           MOVE 'N' TO WS-FIN-ELEVE
           MOVE ELV-NUMERO TO HISTO-CODE-ELEVE
           MOVE 0          TO HISTO-ANNEE
           MOVE 0          TO HISTO-TRIMESTRE
           START F-HISTO KEY IS >= HISTO-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-ELEVE
           END-START
           PERFORM UNTIL WS-FIN-ELEVE-OUI
               READ F-HISTO NEXT
                   AT END
                       MOVE 'O' TO WS-FIN-ELEVE
                   NOT AT END
                       IF HISTO-CODE-ELEVE NOT = ELV-NUMERO
                           MOVE 'O' TO WS-FIN-ELEVE
                       ELSE
                           ADD 1 TO WS-NB-HISTO-ELEVE
                           ADD 1 TO WS-NB-HISTO
                           IF WS-MODE-PURGE
                              AND (HISTO-NOM-ELEVE NOT = WS-PSEUDO-NOM
                                   OR HISTO-PRENOM-ELEVE NOT =
                                      WS-PSEUDO-PRENOM)
                               PERFORM 8341-REECRIRE-HISTO-DEB
                                  THRU 8341-REECRIRE-HISTO-FIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       8340-ANONYMISER-HISTO-FIN.
           EXIT.

      ******************************************************************
      *    Reecrit l'enregistrement HISTO courant sous le pseudonyme
      *    et en laisse la trace dans la piste d'audit.
      ******************************************************************
       8341-REECRIRE-HISTO-DEB.
           MOVE SPACES TO HISTO-NOM-ELEVE
           MOVE SPACES TO HISTO-PRENOM-ELEVE
           MOVE REC-HISTO TO WS-HISTO-AVANT
           MOVE WS-PSEUDO-NOM    TO HISTO-NOM-ELEVE
           MOVE WS-PSEUDO-PRENOM TO HISTO-PRENOM-ELEVE
           REWRITE REC-HISTO
               INVALID KEY
                   DISPLAY "Reecriture refusee dans histo.dat pour "
                           "l'eleve " ELV-NUMERO ", statut "
                           F-HISTO-STATUS
                   PERFORM 8390-ABANDON-DEB
                      THRU 8390-ABANDON-FIN
           END-REWRITE
           MOVE WS-DATE-EXECUTION       TO AUD-DATE
           MOVE WS-HEURE-EXECUTION(1:6) TO AUD-HEURE
           MOVE WS-OPERATEUR            TO AUD-OPERATEUR
           MOVE "ELEVPURG"              TO AUD-PROGRAMME
           MOVE 'P'                     TO AUD-MODE
           MOVE 'M'                     TO AUD-OPERATION
           MOVE HISTO-CLE               TO AUD-CLE
           MOVE WS-HISTO-AVANT          TO AUD-AVANT
           MOVE REC-HISTO               TO AUD-APRES
           WRITE REC-AUDIT.
       8341-REECRIRE-HISTO-FIN.
           EXIT.

      ******************************************************************
      *    Memes anonymisation pour les annees archivees.
      ******************************************************************
       8345-ANONYMISER-ARCHIVE-DEB.
           MOVE 'N' TO WS-FIN-ELEVE
           MOVE ELV-NUMERO TO ARCH-CODE-ELEVE
           MOVE 0          TO ARCH-ANNEE
           MOVE 0          TO ARCH-TRIMESTRE
           START F-ARCHIVE KEY IS >= ARCH-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-ELEVE
           END-START
           PERFORM UNTIL WS-FIN-ELEVE-OUI
               READ F-ARCHIVE NEXT
                   AT END
                       MOVE 'O' TO WS-FIN-ELEVE
                   NOT AT END
                       IF ARCH-CODE-ELEVE NOT = ELV-NUMERO
                           MOVE 'O' TO WS-FIN-ELEVE
                       ELSE
                           ADD 1 TO WS-NB-ARCH-ELEVE
                           ADD 1 TO WS-NB-ARCHIVE
                           IF WS-MODE-PURGE
                               MOVE WS-PSEUDO-NOM    TO ARCH-NOM-ELEVE
                               MOVE WS-PSEUDO-PRENOM
                                 TO ARCH-PRENOM-ELEVE
                               REWRITE REC-ARCHIVE
                                   INVALID KEY
                                       DISPLAY "Reecriture refusee "
                                               "dans archive.dat pour "
                                               "l'eleve " ELV-NUMERO
                                               ", statut "
                                               F-ARCHIVE-STATUS
                                       PERFORM 8390-ABANDON-DEB
                                          THRU 8390-ABANDON-FIN
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       8345-ANONYMISER-ARCHIVE-FIN.
           EXIT.

      ******************************************************************
      *    Supprime les options de l'eleve (options.dat).
      ******************************************************************
       8350-SUPPRIMER-OPTIONS-DEB.
           MOVE 'N' TO WS-FIN-ELEVE
           MOVE ELV-NUMERO TO OPT-CODE-ELEVE
           MOVE 0          TO OPT-CODE-MATIERE
           START F-OPTIONS KEY IS >= OPT-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-ELEVE
           END-START
           PERFORM UNTIL WS-FIN-ELEVE-OUI
               READ F-OPTIONS NEXT
                   AT END
                       MOVE 'O' TO WS-FIN-ELEVE
                   NOT AT END
                       IF OPT-CODE-ELEVE NOT = ELV-NUMERO
                           MOVE 'O' TO WS-FIN-ELEVE
                       ELSE
                           ADD 1 TO WS-NB-OPT-ELEVE
                           ADD 1 TO WS-NB-OPTIONS
                           IF WS-MODE-PURGE
                               DELETE F-OPTIONS RECORD
                                   INVALID KEY
                                       DISPLAY "Suppression refusee "
                                               "dans options.dat pour "
                                               "l'eleve " ELV-NUMERO
                                               ", statut "
                                               F-OPTIONS-STATUS
                                       PERFORM 8390-ABANDON-DEB
                                          THRU 8390-ABANDON-FIN
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       8350-SUPPRIMER-OPTIONS-FIN.
           EXIT.

      ******************************************************************
      *    Anonymise l'eleve dans le fichier maitre, ecrit sa ligne
      *    de l'etat (sous le pseudonyme) et trace l'anonymisation au
      *    journal des mouvements.
      ******************************************************************
       8355-ANONYMISER-MAITRE-DEB.
           MOVE WS-PSEUDO-NOM    TO ELV-NOM
           MOVE WS-PSEUDO-PRENOM TO ELV-PRENOM
           MOVE 0                TO ELV-AGE
           MOVE SPACES           TO ELV-RESPONSABLE
           MOVE SPACES           TO ELV-ADRESSE
           MOVE SPACES           TO ELV-CODE-POSTAL
           MOVE SPACES           TO ELV-VILLE
           REWRITE REC-ELEVE
               INVALID KEY
                   DISPLAY "Reecriture refusee dans eleves.dat pour "
                           "l'eleve " ELV-NUMERO ", statut "
                           F-ELEVES-STATUS
                   PERFORM 8390-ABANDON-DEB
                      THRU 8390-ABANDON-FIN
           END-REWRITE

           PERFORM 8365-LIGNE-ETAT-DEB
              THRU 8365-LIGNE-ETAT-FIN

           MOVE WS-DATE-EXECUTION       TO MVT-DATE
           MOVE WS-HEURE-EXECUTION(1:6) TO MVT-HEURE
           MOVE WS-OPERATEUR            TO MVT-OPERATEUR
           MOVE 'A'                     TO MVT-ACTION
           MOVE ELV-NUMERO              TO MVT-NUMERO
           MOVE ELV-NOM                 TO MVT-NOM
           MOVE ELV-PRENOM              TO MVT-PRENOM
           MOVE ELV-CLASSE              TO MVT-CLASSE
           MOVE "anonymisation RGPD"    TO MVT-DETAIL
           WRITE REC-MOUVEMENT.
       8355-ANONYMISER-MAITRE-FIN.
           EXIT.

      ******************************************************************
      *    En-tete de l'etat purge.txt.
      ******************************************************************
       8360-ENTETE-ETAT-DEB.
           OPEN OUTPUT F-ETAT
           MOVE SPACES TO LIGNE-ETAT
           MOVE ALL "*" TO LIGNE-ETAT(1:70)
           WRITE LIGNE-ETAT
           MOVE "  PURGE DES ELEVES RADIES - PROTECTION DES DONNEES"
             TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           IF WS-MODE-SIMULATION
               MOVE "  Mode : SIMULATION, aucun fichier modifie"
                 TO LIGNE-ETAT
           ELSE
               MOVE "  Mode : PURGE REELLE" TO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           STRING "  Conservation : " WS-DUREE
                  " an(s) apres la radiation ou la derniere annee "
                  "scolaire"
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           STRING "  Date limite : " WS-DATE-LIMITE
                  "   Etat edite le " WS-DATE-EXECUTION
                  " par " WS-OPERATEUR
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           MOVE ALL "*" TO LIGNE-ETAT(1:70)
           WRITE LIGNE-ETAT

           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           MOVE "NUM"        TO LIGNE-ETAT(1:3)
           MOVE "NOM"        TO LIGNE-ETAT(6:3)
           MOVE "PRENOM"     TO LIGNE-ETAT(17:6)
           MOVE "CLASSE"     TO LIGNE-ETAT(28:6)
           MOVE "REFERENCE"  TO LIGNE-ETAT(35:9)
           MOVE "ORIGINE"    TO LIGNE-ETAT(45:7)
           MOVE "HISTO"      TO LIGNE-ETAT(66:5)
           MOVE "ARCH."      TO LIGNE-ETAT(72:5)
           MOVE "OPT."       TO LIGNE-ETAT(78:4)
           MOVE "DECISION"   TO LIGNE-ETAT(83:8)
           WRITE LIGNE-ETAT.
       8360-ENTETE-ETAT-FIN.
           EXIT.

      ******************************************************************
      *    Ligne de l'etat pour l'eleve courant : identite telle
      *    qu'elle est au fichier maitre (le pseudonyme apres une
      *    purge reelle), date et origine de la reference, nombre
      *    d'enregistrements touches par fichier, decision.
      ******************************************************************
       8365-LIGNE-ETAT-DEB.
           MOVE SPACES TO LIGNE-ETAT
           MOVE ELV-NUMERO        TO LIGNE-ETAT(1:4)
           MOVE ELV-NOM           TO LIGNE-ETAT(6:10)
           MOVE ELV-PRENOM        TO LIGNE-ETAT(17:10)
           MOVE ELV-CLASSE        TO LIGNE-ETAT(28:5)
           IF WS-DATE-REFERENCE > 0
               MOVE WS-DATE-REFERENCE TO LIGNE-ETAT(35:8)
           END-IF
           MOVE WS-ORIGINE        TO LIGNE-ETAT(45:20)
           MOVE WS-NB-HISTO-ELEVE TO WS-EDIT-DET
           MOVE WS-EDIT-DET       TO LIGNE-ETAT(67:4)
           MOVE WS-NB-ARCH-ELEVE  TO WS-EDIT-DET
           MOVE WS-EDIT-DET       TO LIGNE-ETAT(73:4)
           MOVE WS-NB-OPT-ELEVE   TO WS-EDIT-DET
           MOVE WS-EDIT-DET       TO LIGNE-ETAT(78:4)
           MOVE WS-DECISION       TO LIGNE-ETAT(83:12)
           WRITE LIGNE-ETAT.
       8365-LIGNE-ETAT-FIN.
           EXIT.

      ******************************************************************
      *    Totaux et cadre de visa de l'etat.
      ******************************************************************
       8370-FIN-ETAT-DEB.
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE WS-NB-RADIES TO WS-EDIT-NB
           MOVE SPACES TO LIGNE-ETAT
           STRING "  Eleves radies examines          : " WS-EDIT-NB
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE WS-NB-ANONYMISES TO WS-EDIT-NB
           MOVE SPACES TO LIGNE-ETAT
           IF WS-MODE-SIMULATION
               STRING "  A anonymiser                    : "
                      WS-EDIT-NB
                      DELIMITED BY SIZE INTO LIGNE-ETAT
           ELSE
               STRING "  Anonymises                      : "
                      WS-EDIT-NB
                      DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT
           MOVE WS-NB-DEJA-ANONYMISES TO WS-EDIT-NB
           MOVE SPACES TO LIGNE-ETAT
           STRING "  Deja anonymises                 : " WS-EDIT-NB
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE WS-NB-EN-DELAI TO WS-EDIT-NB
           MOVE SPACES TO LIGNE-ETAT
           STRING "  Conserves (delai non echu)      : " WS-EDIT-NB
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE WS-NB-SANS-REFERENCE TO WS-EDIT-NB
           MOVE SPACES TO LIGNE-ETAT
           STRING "  Conserves sans date de reference: " WS-EDIT-NB
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE WS-NB-HISTO TO WS-EDIT-NB
           MOVE SPACES TO LIGNE-ETAT
           STRING "  Enregistrements histo.dat       : " WS-EDIT-NB
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE WS-NB-ARCHIVE TO WS-EDIT-NB
           MOVE SPACES TO LIGNE-ETAT
           STRING "  Enregistrements archive.dat     : " WS-EDIT-NB
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE WS-NB-OPTIONS TO WS-EDIT-NB
           MOVE SPACES TO LIGNE-ETAT
           STRING "  Options supprimees (options.dat): " WS-EDIT-NB
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT

           PERFORM 8375-SAUVEGARDES-DEB
              THRU 8375-SAUVEGARDES-FIN

           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           MOVE ALL "-" TO LIGNE-ETAT(1:70)
           WRITE LIGNE-ETAT
           MOVE "  Visa du chef d'etablissement (responsable du "
             & "traitement)" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "  Nom : ______________________   Date : ___/___/_____"
             & "   Signature :" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "  Visa du delegue a la protection des donnees"
             TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "  Nom : ______________________   Date : ___/___/_____"
             & "   Signature :" TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE SPACES TO LIGNE-ETAT
           MOVE ALL "-" TO LIGNE-ETAT(1:70)
           WRITE LIGNE-ETAT.
       8370-FIN-ETAT-FIN.
           EXIT.

      ******************************************************************
      *    Generations de sauvegarde de la chaine BULLCHN : celles
      *    prises au plus tard a la date limite sont detruites (a
      *    detruire en simulation), les autres sont listees comme
      *    conservees. Seules les generations dont un fichier existe
      *    encore sont reprises dans l'etat.
      ******************************************************************
       8375-SAUVEGARDES-DEB.
           MOVE 0 TO WS-NB-GEN-DETRUITES
           MOVE 0 TO WS-NB-GEN-CONSERVEES
           MOVE 0 TO WS-NB-FIC-DETRUITS
           MOVE 0 TO WS-NB-GEN-ECHECS
           MOVE SPACES TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           MOVE "  Sauvegardes de la chaine d'exploitation (BULLCHN) :"
             TO LIGNE-ETAT
           WRITE LIGNE-ETAT
           OPEN INPUT F-CATALOGUE
           IF NOT F-CATALOGUE-STATUS-OK
               MOVE "    aucune (pas de catalogue sauvegardes.txt)"
                 TO LIGNE-ETAT
               WRITE LIGNE-ETAT
               GO TO 8375-SAUVEGARDES-FIN
           END-IF
           PERFORM UNTIL F-CATALOGUE-STATUS-EOF
               READ F-CATALOGUE
                   NOT AT END
                       PERFORM 8376-GENERATION-DEB
                          THRU 8376-GENERATION-FIN
               END-READ
           END-PERFORM
           CLOSE F-CATALOGUE

           MOVE WS-NB-GEN-DETRUITES TO WS-EDIT-NB
           MOVE SPACES TO LIGNE-ETAT
           IF WS-MODE-SIMULATION
               STRING "  Generations a detruire          : " WS-EDIT-NB
                      DELIMITED BY SIZE INTO LIGNE-ETAT
           ELSE
               STRING "  Generations detruites           : " WS-EDIT-NB
                      DELIMITED BY SIZE INTO LIGNE-ETAT
           END-IF
           WRITE LIGNE-ETAT
           MOVE WS-NB-GEN-CONSERVEES TO WS-EDIT-NB
           MOVE SPACES TO LIGNE-ETAT
           STRING "  Generations conservees          : " WS-EDIT-NB
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           IF WS-MODE-PURGE
               MOVE WS-NB-FIC-DETRUITS TO WS-EDIT-NB
               MOVE SPACES TO LIGNE-ETAT
               STRING "  Fichiers de sauvegarde detruits : " WS-EDIT-NB
                      DELIMITED BY SIZE INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF
           IF WS-NB-GEN-ECHECS > 0
               MOVE WS-NB-GEN-ECHECS TO WS-EDIT-NB
               MOVE SPACES TO LIGNE-ETAT
               STRING "  DESTRUCTION INCOMPLETE          : " WS-EDIT-NB
                      " generation(s), a detruire avant le visa."
                      DELIMITED BY SIZE INTO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF
           IF WS-NB-GEN-CONSERVEES > 0
               MOVE "  Les generations conservees portent encore "
                 & "l'identite des eleves anonymises depuis leur "
                 & "date :" TO LIGNE-ETAT
               WRITE LIGNE-ETAT
               MOVE "  elles ne doivent etre restaurees que par la "
                 & "reprise BULLCHN R et seront detruites par la "
                 & "purge" TO LIGNE-ETAT
               WRITE LIGNE-ETAT
               MOVE "  qui suivra l'echeance de leur delai de "
                 & "conservation." TO LIGNE-ETAT
               WRITE LIGNE-ETAT
           END-IF.
       8375-SAUVEGARDES-FIN.
           EXIT.

      ******************************************************************
      *    Generation lue au catalogue : fichiers encore presents,
      *    destruction si elle a depasse le delai de conservation.
      ******************************************************************
       8376-GENERATION-DEB.
           MOVE 0 TO WS-NB-FIC-GENERATION
           MOVE 0 TO WS-NB-FIC-ECHECS
           PERFORM VARYING WS-IDX-FIC FROM 1 BY 1
                 UNTIL WS-IDX-FIC > 5
               IF CAT-PRESENT(WS-IDX-FIC) = 'O'
                   MOVE SPACES TO WS-NOM-SAUVE
                   STRING WS-NOM-SAUVE-FICHIER(WS-IDX-FIC)
                          DELIMITED BY SPACE
                          ".G" CAT-GENERATION DELIMITED BY SIZE
                          INTO WS-NOM-SAUVE
                   CALL "CBL_CHECK_FILE_EXIST"
                       USING WS-NOM-SAUVE WS-DETAIL-FICHIER
                   IF RETURN-CODE = 0
                       ADD 1 TO WS-NB-FIC-GENERATION
                       IF WS-MODE-PURGE
                          AND CAT-DATE NOT > WS-DATE-LIMITE
                           CALL "CBL_DELETE_FILE" USING WS-NOM-SAUVE
                           IF RETURN-CODE = 0
                               ADD 1 TO WS-NB-FIC-DETRUITS
                           ELSE
                               ADD 1 TO WS-NB-FIC-ECHECS
                               DISPLAY "Destruction de " WS-NOM-SAUVE
                                       " impossible."
                           END-IF
                       END-IF
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-PERFORM
           IF WS-NB-FIC-GENERATION = 0
               GO TO 8376-GENERATION-FIN
           END-IF

           IF CAT-DATE NOT > WS-DATE-LIMITE
               ADD 1 TO WS-NB-GEN-DETRUITES
               EVALUATE TRUE
                 WHEN WS-MODE-SIMULATION
                     MOVE "A DETRUIRE" TO WS-LIB-GENERATION
                 WHEN WS-NB-FIC-ECHECS > 0
                     ADD 1 TO WS-NB-GEN-ECHECS
                     MOVE "DESTRUCTION INCOMPLETE" TO WS-LIB-GENERATION
                 WHEN OTHER
                     MOVE "DETRUITE"   TO WS-LIB-GENERATION
               END-EVALUATE
           ELSE
               ADD 1 TO WS-NB-GEN-CONSERVEES
               MOVE "CONSERVEE (delai non echu)" TO WS-LIB-GENERATION
           END-IF
           MOVE WS-NB-FIC-GENERATION TO WS-EDIT-DET
           MOVE SPACES TO LIGNE-ETAT
           STRING "    G" CAT-GENERATION " du " CAT-DATE
                  " avant " CAT-PROGRAMME " : " WS-EDIT-DET
                  " fichier(s) " WS-LIB-GENERATION
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT.
       8376-GENERATION-FIN.
           EXIT.

      ******************************************************************
      *    Ferme les fichiers ouverts.
      ******************************************************************
       8380-FERMER-FICHIERS-DEB.
           CLOSE F-ETAT
           CLOSE F-ELEVES
           IF WS-HISTO-PRESENT-OUI
               CLOSE F-HISTO
           END-IF
           IF WS-ARCHIVE-PRESENT-OUI
               CLOSE F-ARCHIVE
           END-IF
           IF WS-OPTIONS-PRESENT-OUI
               CLOSE F-OPTIONS
           END-IF
           IF WS-MODE-PURGE
               CLOSE F-AUDIT
               CLOSE F-MOUVEMENTS
           END-IF.
       8380-FERMER-FICHIERS-FIN.
           EXIT.

      ******************************************************************
      *    Erreur d'ecriture en purge reelle : l'etat le signale, les
      *    fichiers sont fermes et le traitement s'arrete. Une
      *    relance reprend l'eleve en cours.
      ******************************************************************
       8390-ABANDON-DEB.
           MOVE SPACES TO LIGNE-ETAT
           STRING "  PURGE INTERROMPUE sur l'eleve " ELV-NUMERO
                  " : a relancer apres correction."
                  DELIMITED BY SIZE INTO LIGNE-ETAT
           WRITE LIGNE-ETAT
           PERFORM 8380-FERMER-FICHIERS-DEB
              THRU 8380-FERMER-FICHIERS-FIN
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       8390-ABANDON-FIN.
           EXIT.
