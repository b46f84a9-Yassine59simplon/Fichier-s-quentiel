      ******************************************************************
      *    Etat de controle de la piste d'audit de l'historique des
      *    moyennes (audithisto.txt).
      *
      *    BULLTIN (ecriture des moyennes, modes T et C), BULLSYNC
      *    (resynchronisation des identites, mode S), BULLARCH
      *    (cloture d'annee, mode A), ELEVPURG (anonymisation, mode P)
      *    et BULLCHN (restauration d'une sauvegarde a la reprise
      *    d'une chaine, mode R) tracent dans audithisto.txt
      *    chaque creation, modification ou suppression d'un
      *    enregistrement de histo.dat : images avant et apres,
      *    programme, mode, date, heure et operateur. Ce programme
      *    en tire l'etat auditlst.txt, range par eleve, annee et
      *    trimestre puis dans l'ordre chronologique : c'est la
      *    piece que l'etablissement produit quand une famille
      *    conteste une moyenne, ou a l'inspection.
      *
      *    Le programme s'invoque avec un critere de selection :
      *      BULLAUDT A annee              une annee scolaire
      *      BULLAUDT T annee trimestre    un trimestre
      *      BULLAUDT C classe [annee]     une classe (avant ou
      *                                    apres la modification)
      *      BULLAUDT E numero [annee]     un eleve
      *    L'annee est l'annee civile de la rentree, comme partout.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULLAUDT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AUDIT
               ASSIGN TO 'audithisto.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AUDIT-STATUS.

      *    Fichier de travail du tri : la piste est chronologique,
      *    l'etat se deroule par eleve, annee et trimestre.
           SELECT F-TRI
               ASSIGN TO 'auditlst.tmp'.

           SELECT F-LISTE
               ASSIGN TO 'auditlst.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-LISTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
          05 AUD-AVANT.
             10 AUD-AV-CLE          PIC X(09).
             10 AUD-AV-NOM          PIC X(10).
             10 AUD-AV-PRENOM       PIC X(10).
             10 AUD-AV-CLASSE       PIC X(05).
             10 AUD-AV-SUITE        PIC X(07).
          05 AUD-APRES.
             10 AUD-AP-CLE          PIC X(09).
             10 AUD-AP-NOM          PIC X(10).
             10 AUD-AP-PRENOM       PIC X(10).
             10 AUD-AP-CLASSE       PIC X(05).
             10 AUD-AP-SUITE        PIC X(07).

       SD F-TRI.

       01 REC-TRI.
          05 TRI-CODE-ELEVE         PIC 9(04).
          05 TRI-ANNEE              PIC 9(04).
          05 TRI-TRIMESTRE          PIC 9(01).
          05 TRI-SEQUENCE           PIC 9(06).
          05 TRI-AUDIT              PIC X(125).

       FD F-LISTE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.

       01 LIGNE-LISTE PIC X(132).

       WORKING-STORAGE SECTION.

       01  F-AUDIT-STATUS      PIC X(02) VALUE SPACE.
           88 F-AUDIT-STATUS-OK       VALUE '00'.
           88 F-AUDIT-STATUS-EOF      VALUE '10'.
           88 F-AUDIT-STATUS-NOFILE   VALUE '35'.

       01  F-LISTE-STATUS      PIC X(02) VALUE SPACE.
           88 F-LISTE-STATUS-OK       VALUE '00'.

      *  Critere de selection (parametres 1 a 3)
       01 WS-ARG-NUM                 PIC 9(02) VALUE 0.
       01 WS-CRITERE                 PIC X VALUE SPACE.
           88 WS-CRITERE-ANNEE       VALUE 'A'.
           88 WS-CRITERE-TRIMESTRE   VALUE 'T'.
           88 WS-CRITERE-CLASSE      VALUE 'C'.
           88 WS-CRITERE-ELEVE       VALUE 'E'.
       01 WS-ARG-ANNEE               PIC 9(04) VALUE 0.
       01 WS-ARG-TRIMESTRE           PIC 9(01) VALUE 0.
       01 WS-ARG-CLASSE              PIC X(05) VALUE SPACES.
       01 WS-ARG-NUMERO              PIC 9(04) VALUE 0.
       01 WS-SELECTION               PIC X(60) VALUE SPACES.
       01 WS-RETENU                  PIC X VALUE 'N'.
           88 WS-RETENU-OUI          VALUE 'O'.

      *  Enregistrement d'audit rendu par le tri, avec le detail
      *  des images avant et apres de REC-HISTO.
       01 WS-AUDIT.
          05 WS-AUD-DATE             PIC 9(08).
          05 WS-AUD-HEURE            PIC 9(06).
          05 WS-AUD-OPERATEUR        PIC X(10).
          05 WS-AUD-PROGRAMME        PIC X(08).
          05 WS-AUD-MODE             PIC X(01).
          05 WS-AUD-OPERATION        PIC X(01).
             88 WS-AUD-CREATION      VALUE 'C'.
             88 WS-AUD-MODIFICATION  VALUE 'M'.
             88 WS-AUD-SUPPRESSION   VALUE 'S'.
          05 WS-AUD-CLE.
             10 WS-AUD-CODE-ELEVE    PIC 9(04).
             10 WS-AUD-ANNEE         PIC 9(04).
             10 WS-AUD-TRIMESTRE     PIC 9(01).
          05 WS-AUD-IMAGE OCCURS 2 TIMES.
             10 WS-IMG-CLE           PIC X(09).
             10 WS-IMG-NOM           PIC X(10).
             10 WS-IMG-PRENOM        PIC X(10).
             10 WS-IMG-CLASSE        PIC X(05).
             10 WS-IMG-MOYENNE       PIC 99V99.
             10 WS-IMG-NB-ABSENCES   PIC 9(02).
             10 WS-IMG-COMPORTEMENT  PIC X(01).
       01 WS-IDX-IMAGE               PIC 9(01) VALUE 0.

      *  Rupture par enregistrement HISTO (eleve, annee, trimestre)
       01 WS-FIN-TRI                 PIC X VALUE 'N'.
           88 WS-FIN-TRI-OUI         VALUE 'O'.
       01 WS-CLE-COURANTE            PIC X(09) VALUE SPACES.

      *  Compteurs
       01 WS-NB-LUS                  PIC 9(06) VALUE 0.
       01 WS-NB-RETENUS              PIC 9(06) VALUE 0.
       01 WS-NB-CREATIONS            PIC 9(06) VALUE 0.
       01 WS-NB-MODIFICATIONS        PIC 9(06) VALUE 0.
       01 WS-NB-SUPPRESSIONS         PIC 9(06) VALUE 0.
       01 WS-NB-ENREG-HISTO          PIC 9(06) VALUE 0.

      *  Zones d'edition
       01 WS-DATE-DU-JOUR            PIC 9(08) VALUE 0.
       01 WS-LIB-OPERATION           PIC X(12) VALUE SPACES.
       01 WS-LIB-IMAGE               PIC X(07) VALUE SPACES.
       01 WS-EDIT-MOY                PIC 99,99.
       01 WS-EDIT-ABS                PIC Z9.
       01 WS-EDIT-NB                 PIC ZZZZZ9.

      ******************************************************************
      ******************************************************************

       PROCEDURE DIVISION.

           PERFORM 7610-LIRE-PARAMETRES-DEB
              THRU 7610-LIRE-PARAMETRES-FIN

           SORT F-TRI
               ON ASCENDING KEY TRI-CODE-ELEVE
               ON ASCENDING KEY TRI-ANNEE
               ON ASCENDING KEY TRI-TRIMESTRE
               ON ASCENDING KEY TRI-SEQUENCE
               INPUT PROCEDURE IS 7620-LIRE-AUDIT-DEB
                               THRU 7620-LIRE-AUDIT-FIN
               OUTPUT PROCEDURE IS 7640-ETAT-AUDIT-DEB
                                THRU 7640-ETAT-AUDIT-FIN

           DISPLAY "Piste d'audit de histo.dat : " WS-NB-LUS
                   " trace(s) lue(s), " WS-NB-RETENUS
                   " retenue(s), voir auditlst.txt"

           STOP RUN.

      ******************************************************************
      *    Lit le critere de selection et ses valeurs, et prepare la
      *    ligne de selection de l'en-tete de l'etat.
      ******************************************************************
       7610-LIRE-PARAMETRES-DEB.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-CRITERE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           EVALUATE TRUE
             WHEN WS-CRITERE-ANNEE
                 MOVE 2 TO WS-ARG-NUM
                 DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
                 ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
                     ON EXCEPTION
                         CONTINUE
                 END-ACCEPT
                 IF WS-ARG-ANNEE = 0
                     DISPLAY "Parametre attendu : A annee."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 STRING "annee scolaire " WS-ARG-ANNEE
                        DELIMITED BY SIZE INTO WS-SELECTION
             WHEN WS-CRITERE-TRIMESTRE
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
                             "(1 a 3)."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 STRING "annee scolaire " WS-ARG-ANNEE
                        ", trimestre " WS-ARG-TRIMESTRE
                        DELIMITED BY SIZE INTO WS-SELECTION
             WHEN WS-CRITERE-CLASSE
                 MOVE 2 TO WS-ARG-NUM
                 DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
                 ACCEPT WS-ARG-CLASSE FROM ARGUMENT-VALUE
                     ON EXCEPTION
                         CONTINUE
                 END-ACCEPT
                 MOVE 3 TO WS-ARG-NUM
                 DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
                 ACCEPT WS-ARG-ANNEE FROM ARGUMENT-VALUE
                     ON EXCEPTION
                         CONTINUE
                 END-ACCEPT
                 IF WS-ARG-CLASSE = SPACES
                     DISPLAY "Parametres attendus : C classe [annee]."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 IF WS-ARG-ANNEE = 0
                     STRING "classe " WS-ARG-CLASSE
                            ", toutes annees"
                            DELIMITED BY SIZE INTO WS-SELECTION
                 ELSE
                     STRING "classe " WS-ARG-CLASSE
                            ", annee scolaire " WS-ARG-ANNEE
                            DELIMITED BY SIZE INTO WS-SELECTION
                 END-IF
             WHEN WS-CRITERE-ELEVE
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
                 IF WS-ARG-NUMERO = 0
                     DISPLAY "Parametres attendus : E numero [annee]."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 IF WS-ARG-ANNEE = 0
                     STRING "eleve " WS-ARG-NUMERO
                            ", toutes annees"
                            DELIMITED BY SIZE INTO WS-SELECTION
                 ELSE
                     STRING "eleve " WS-ARG-NUMERO
                            ", annee scolaire " WS-ARG-ANNEE
                            DELIMITED BY SIZE INTO WS-SELECTION
                 END-IF
             WHEN OTHER
                 DISPLAY "Critere inconnu : A (annee), T (trimestre), "
                         "C (classe), E (eleve)."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
       7610-LIRE-PARAMETRES-FIN.
           EXIT.

      ******************************************************************
      *    Procedure d'entree du tri : lit toute la piste d'audit et
      *    libere les traces retenues par le critere, numerotees
      *    dans l'ordre de lecture pour garder l'ordre chronologique
      *    a cle egale. Une piste absente donne un etat vide.
      ******************************************************************
       7620-LIRE-AUDIT-DEB.
           OPEN INPUT F-AUDIT
           IF F-AUDIT-STATUS-NOFILE
               DISPLAY "Aucune piste d'audit (audithisto.txt absent)."
               GO TO 7620-LIRE-AUDIT-FIN
           END-IF
           IF NOT F-AUDIT-STATUS-OK
               DISPLAY "Piste d'audit audithisto.txt indisponible, "
                       "statut " F-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL F-AUDIT-STATUS-EOF
               READ F-AUDIT
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 7630-SELECTIONNER-DEB
                          THRU 7630-SELECTIONNER-FIN
                       IF WS-RETENU-OUI
                           ADD 1 TO WS-NB-RETENUS
                           MOVE AUD-CODE-ELEVE TO TRI-CODE-ELEVE
                           MOVE AUD-ANNEE      TO TRI-ANNEE
                           MOVE AUD-TRIMESTRE  TO TRI-TRIMESTRE
                           MOVE WS-NB-LUS      TO TRI-SEQUENCE
                           MOVE REC-AUDIT      TO TRI-AUDIT
                           RELEASE REC-TRI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-AUDIT.
       7620-LIRE-AUDIT-FIN.
           EXIT.

      ******************************************************************
      *    Applique le critere a la trace courante. Pour une classe,
      *    la trace est retenue si l'image avant OU l'image apres
      *    porte la classe (changement de classe resynchronise).
      ******************************************************************
       7630-SELECTIONNER-DEB.
           MOVE 'N' TO WS-RETENU
           EVALUATE TRUE
             WHEN WS-CRITERE-ANNEE
                 IF AUD-ANNEE = WS-ARG-ANNEE
                     MOVE 'O' TO WS-RETENU
                 END-IF
             WHEN WS-CRITERE-TRIMESTRE
                 IF AUD-ANNEE = WS-ARG-ANNEE
                    AND AUD-TRIMESTRE = WS-ARG-TRIMESTRE
                     MOVE 'O' TO WS-RETENU
                 END-IF
             WHEN WS-CRITERE-CLASSE
                 IF (AUD-AV-CLASSE = WS-ARG-CLASSE
                     OR AUD-AP-CLASSE = WS-ARG-CLASSE)
                    AND (WS-ARG-ANNEE = 0
                         OR AUD-ANNEE = WS-ARG-ANNEE)
                     MOVE 'O' TO WS-RETENU
                 END-IF
             WHEN WS-CRITERE-ELEVE
                 IF AUD-CODE-ELEVE = WS-ARG-NUMERO
                    AND (WS-ARG-ANNEE = 0
                         OR AUD-ANNEE = WS-ARG-ANNEE)
                     MOVE 'O' TO WS-RETENU
                 END-IF
           END-EVALUATE.
       7630-SELECTIONNER-FIN.
           EXIT.

      ******************************************************************
      *    Procedure de sortie du tri : ecrit auditlst.txt, un bloc
      *    par enregistrement HISTO (eleve, annee, trimestre) avec
      *    ses changements dans l'ordre chronologique, puis les
      *    totaux par operation.
      ******************************************************************
       7640-ETAT-AUDIT-DEB.
           OPEN OUTPUT F-LISTE
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD

           MOVE SPACES TO LIGNE-LISTE
           MOVE ALL "*" TO LIGNE-LISTE(1:70)
           WRITE LIGNE-LISTE
           MOVE "  PISTE D'AUDIT DE L'HISTORIQUE DES MOYENNES"
             & " (histo.dat)" TO LIGNE-LISTE
           WRITE LIGNE-LISTE
           MOVE SPACES TO LIGNE-LISTE
           STRING "  Selection : " WS-SELECTION
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE
           MOVE SPACES TO LIGNE-LISTE
           STRING "  Etat edite le " WS-DATE-DU-JOUR
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE
           MOVE SPACES TO LIGNE-LISTE
           MOVE ALL "*" TO LIGNE-LISTE(1:70)
           WRITE LIGNE-LISTE

           MOVE SPACES TO WS-CLE-COURANTE
           PERFORM UNTIL WS-FIN-TRI-OUI
               RETURN F-TRI
                   AT END
                       MOVE 'O' TO WS-FIN-TRI
                   NOT AT END
                       PERFORM 7650-LIGNE-AUDIT-DEB
                          THRU 7650-LIGNE-AUDIT-FIN
               END-RETURN
           END-PERFORM

           MOVE SPACES TO LIGNE-LISTE
           WRITE LIGNE-LISTE
           IF WS-NB-RETENUS = 0
               MOVE "  Aucune modification de histo.dat tracee pour "
                  & "cette selection." TO LIGNE-LISTE
               WRITE LIGNE-LISTE
           END-IF
           MOVE WS-NB-ENREG-HISTO TO WS-EDIT-NB
           MOVE SPACES TO LIGNE-LISTE
           STRING "  Enregistrements HISTO concernes : " WS-EDIT-NB
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE
           MOVE WS-NB-CREATIONS TO WS-EDIT-NB
           MOVE SPACES TO LIGNE-LISTE
           STRING "  Creations                       : " WS-EDIT-NB
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE
           MOVE WS-NB-MODIFICATIONS TO WS-EDIT-NB
           MOVE SPACES TO LIGNE-LISTE
           STRING "  Modifications                   : " WS-EDIT-NB
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE
           MOVE WS-NB-SUPPRESSIONS TO WS-EDIT-NB
           MOVE SPACES TO LIGNE-LISTE
           STRING "  Suppressions                    : " WS-EDIT-NB
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE

           CLOSE F-LISTE.
       7640-ETAT-AUDIT-FIN.
           EXIT.

      ******************************************************************
      *    Edite une trace : en-tete de bloc a chaque nouvel
      *    enregistrement HISTO, ligne d'operation, puis les images
      *    avant et apres presentes.
      ******************************************************************
       7650-LIGNE-AUDIT-DEB.
           MOVE TRI-AUDIT TO WS-AUDIT

           IF WS-AUD-CLE NOT = WS-CLE-COURANTE
               MOVE WS-AUD-CLE TO WS-CLE-COURANTE
               ADD 1 TO WS-NB-ENREG-HISTO
               MOVE SPACES TO LIGNE-LISTE
               WRITE LIGNE-LISTE
               MOVE SPACES TO LIGNE-LISTE
               STRING "Eleve " WS-AUD-CODE-ELEVE
                      "   annee " WS-AUD-ANNEE
                      "   trimestre " WS-AUD-TRIMESTRE
                      DELIMITED BY SIZE INTO LIGNE-LISTE
               WRITE LIGNE-LISTE
           END-IF

           EVALUATE TRUE
             WHEN WS-AUD-CREATION
                 MOVE "Creation"     TO WS-LIB-OPERATION
                 ADD 1 TO WS-NB-CREATIONS
             WHEN WS-AUD-MODIFICATION
                 MOVE "Modification" TO WS-LIB-OPERATION
                 ADD 1 TO WS-NB-MODIFICATIONS
             WHEN WS-AUD-SUPPRESSION
                 MOVE "Suppression"  TO WS-LIB-OPERATION
                 ADD 1 TO WS-NB-SUPPRESSIONS
             WHEN OTHER
                 MOVE WS-AUD-OPERATION TO WS-LIB-OPERATION
           END-EVALUATE
           MOVE SPACES TO LIGNE-LISTE
           STRING "  " WS-AUD-DATE " " WS-AUD-HEURE
                  "  " WS-LIB-OPERATION
                  "  par " WS-AUD-PROGRAMME
                  " mode " WS-AUD-MODE
                  "  operateur " WS-AUD-OPERATEUR
                  DELIMITED BY SIZE INTO LIGNE-LISTE
           WRITE LIGNE-LISTE

           PERFORM VARYING WS-IDX-IMAGE FROM 1 BY 1
                 UNTIL WS-IDX-IMAGE > 2
               IF WS-IMG-CLE(WS-IDX-IMAGE) NOT = SPACES
                   IF WS-IDX-IMAGE = 1
                       MOVE "avant" TO WS-LIB-IMAGE
                   ELSE
                       MOVE "apres" TO WS-LIB-IMAGE
                   END-IF
                   MOVE WS-IMG-MOYENNE(WS-IDX-IMAGE) TO WS-EDIT-MOY
                   MOVE WS-IMG-NB-ABSENCES(WS-IDX-IMAGE)
                     TO WS-EDIT-ABS
                   MOVE SPACES TO LIGNE-LISTE
                   STRING "      " WS-LIB-IMAGE " : "
                          WS-IMG-NOM(WS-IDX-IMAGE) " "
                          WS-IMG-PRENOM(WS-IDX-IMAGE) " "
                          WS-IMG-CLASSE(WS-IDX-IMAGE)
                          "  moyenne " WS-EDIT-MOY
                          "  absences " WS-EDIT-ABS
                          "  comportement "
                          WS-IMG-COMPORTEMENT(WS-IDX-IMAGE)
                          DELIMITED BY SIZE INTO LIGNE-LISTE
                   WRITE LIGNE-LISTE
               END-IF
           END-PERFORM.
       7650-LIGNE-AUDIT-FIN.
           EXIT.
