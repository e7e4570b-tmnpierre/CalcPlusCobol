      *    *************************************************************
      *    PROGRAMME CALCBUDG
      *    État budget / réalisé des accumulateurs nommés. Le
      *    fichier des budgets CALCBUDG.DAT porte, par compte et
      *    par période AAAAMM, le montant budgété et un pourcentage
      *    de tolérance. Pour la période demandée en paramètre (la
      *    période en cours à défaut), ce programme relit
      *    CALCACCT.DAT (libellés) et le journal des postages
      *    CALCJRNL.DAT, complété des archives CALCJRNA.DAT pour
      *    une période déjà close, et liste pour chaque compte
      *    budgété le budget, le réalisé à date (somme des
      *    mouvements de la période), l'écart (réalisé moins
      *    budget) et le pourcentage consommé; un compte dont la
      *    consommation dépasse 100 % plus sa tolérance est
      *    signalé. Les comptes budgétés sans mouvement et les
      *    mouvements sur des comptes sans budget sont listés à
      *    part. Les remises à zéro AZ ne sont pas du réalisé (le
      *    mouvement journalisé n'est que l'opposé du solde
      *    effacé) et ne sont pas cumulées, pas plus que les lignes
      *    qui les défont: contre-passation AX ou annulation AN
      *    désignant une remise à zéro (JL-LINK-STAMP). Avec le mot
      *    ECARTS en paramètre, l'état ne garde que les comptes
      *    signalés et les deux listes à part (revue du matin).
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcBudg.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier maître indexé des accumulateurs, tenu par
      *    CALCPLUS, relu ici séquentiellement dans l'ordre des
      *    codes de comptes.
           SELECT CALC-ACCT-FILE ASSIGN TO "CALCACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AC-ACCOUNT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.

      *    Fichier des budgets par compte et par période.
           SELECT CALC-BUDG-FILE ASSIGN TO "CALCBUDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-FILE-STATUS.

      *    Journal des postages, produit par CALCPLUS (une ligne
      *    par mouvement de solde).
           SELECT CALC-JRNL-FILE ASSIGN TO "CALCJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      *    Archives du journal des postages, alimentées par la
      *    clôture mensuelle (CALCCLOS).
           SELECT CALC-JRNA-FILE ASSIGN TO "CALCJRNA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNA-FILE-STATUS.

      *    État budget / réalisé produit par ce programme.
           SELECT CALC-BVR-FILE ASSIGN TO "CALCBVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BVR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Enregistrement du fichier maître des accumulateurs, en
      *    miroir de la disposition de CALCPLUS.
       FD  CALC-ACCT-FILE.
       01  CALC-ACCT-RECORD.
           05 AC-ACCOUNT-CODE      PIC X(8).
           05 FILLER               PIC X.
           05 AC-BALANCE           PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 AC-DESCRIPTION       PIC X(30).
           05 FILLER               PIC X.
           05 AC-STATUS            PIC X.
           05 FILLER               PIC X.
           05 AC-OPEN-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 AC-CLOSE-DATE        PIC X(8).

      *    Budget d'un compte pour une période AAAAMM. Montant en
      *    SIGN LEADING SEPARATE, dans le sens des mouvements du
      *    compte, pour rester lisible et saisissable à la main.
      *    Tolérance en pourcentage avec deux décimales (00500 =
      *    5 %).
       FD  CALC-BUDG-FILE.
       01  CALC-BUDG-RECORD.
           05 BU-ACCOUNT-CODE      PIC X(8).
           05 FILLER               PIC X.
           05 BU-PERIOD            PIC X(6).
           05 FILLER               PIC X.
           05 BU-BUDGET-AMOUNT     PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 BU-TOLERANCE-PCT     PIC 9(3)V9(2).

      *    Enregistrement du journal des postages, relu tel
      *    qu'écrit par CALCPLUS (3600-WRITE-POSTING-JOURNAL) puis
      *    décomposé dans WS-JRNL-LINE.
       FD  CALC-JRNL-FILE.
       01  CALC-JRNL-RECORD        PIC X(111).

      *    Enregistrement des archives du journal (bannière de
      *    clôture ou ligne déplacée, dans la disposition du
      *    journal vif).
       FD  CALC-JRNA-FILE.
       01  CALC-JRNA-RECORD        PIC X(111).

      *    Enregistrement de l'état (une ligne de texte).
       FD  CALC-BVR-FILE.
       01  CALC-BVR-RECORD         PIC X(110).

       WORKING-STORAGE SECTION.

      *    États des fichiers utilisés par le programme.
       01 WS-FILE-STATUSES.
           05 WS-ACCT-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-BUDG-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-JRNL-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-JRNA-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-BVR-FILE-STATUS   PIC XX VALUE SPACES.

      *    Ligne du journal des postages (vif ou archivé), en
      *    miroir de la disposition de CALCPLUS.
       01 WS-JRNL-LINE.
           05 JL-ACCOUNT-CODE      PIC X(8).
           05 FILLER               PIC X.
           05 JL-DATE              PIC X(8).
           05 FILLER               PIC X.
           05 JL-TIME              PIC X(8).
           05 FILLER               PIC X.
           05 JL-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X.
           05 JL-OP-CODE           PIC X(2).
              88 JL-RESET-CODE    VALUE 'AZ'.
              88 JL-UNDO-CODE     VALUE 'AX', 'AN'.
           05 FILLER               PIC X.
           05 JL-AMOUNT            PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 JL-BALANCE-AFTER     PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 JL-GL-EXTRACT-ID     PIC X(16).
           05 FILLER               PIC X.
           05 JL-LINK-STAMP.
              10 JL-LINK-DATE      PIC X(8).
              10 JL-LINK-TIME      PIC X(8).
           05 FILLER               PIC X.
           05 JL-APPROVER-ID       PIC X(8).

      *    Période et mode demandés en paramètre (équivalent du
      *    PARM= de l'étape JCL): premier mot, une période AAAAMM,
      *    ou à blanc ou '*' pour la période en cours; second mot
      *    (ou premier mot seul), ECARTS pour l'état d'exceptions.
       01 WS-REQUEST-CONTROLS.
           05 WS-REQUEST-PARM      PIC X(32) VALUE SPACES.
           05 WS-REQUEST-WORD-1    PIC X(16) VALUE SPACES.
           05 WS-REQUEST-WORD-2    PIC X(16) VALUE SPACES.
           05 WS-REQUEST-PERIOD    PIC X(6) VALUE SPACES.
           05 WS-REQUEST-MONTH     PIC 9(2).
           05 WS-EXCEPTION-FLAG    PIC X VALUE 'N'.
              88 EXCEPTIONS-ONLY  VALUE 'Y'.

      *    Table des comptes de l'état: les comptes du fichier
      *    maître, complétés des codes rencontrés dans les budgets
      *    de la période ou dans ses mouvements mais absents du
      *    maître. Dimensionnée comme celle de CALCSTMT.
       01 WS-BUD-ACCOUNT-DATA.
           05 WS-BUD-ACCT-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-BUD-ACCT-LIMIT    PIC 9(4) VALUE 5000.
           05 WS-BUD-ACCT-ENTRY OCCURS 5000 TIMES
                                INDEXED BY WS-BUD-IDX.
              10 BA-ACCOUNT-CODE   PIC X(8).
              10 BA-DESCRIPTION    PIC X(30).
              10 BA-IN-MASTER-FLAG PIC X.

      *       Budget de la période (indicateur, montant et
      *       tolérance), et réalisé: somme des mouvements de la
      *       période hors remises à zéro, et nombre de ces
      *       mouvements.
              10 BA-BUDGET-FLAG    PIC X.
              10 BA-BUDGET-AMOUNT  PIC S9(9)V9(4).
              10 BA-TOLERANCE-PCT  PIC 9(3)V9(2).
              10 BA-ACTUAL-AMOUNT  PIC S9(11)V9(4).
              10 BA-MOVEMENT-COUNT PIC 9(7).
           05 WS-BUD-ACCT-FOUND    PIC 9(4).
           05 WS-BUD-CODE-WORK     PIC X(8).

      *    Table des remises à zéro AZ du journal vif et des
      *    archives (compte, date et heure de la ligne), toutes
      *    périodes confondues, pour écarter du réalisé les lignes
      *    AX ou AN qui les défont.
       01 WS-RESET-DATA.
           05 WS-RESET-COUNT       PIC 9(4) VALUE ZERO.
           05 WS-RESET-LIMIT       PIC 9(4) VALUE 2000.
           05 WS-RESET-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-RST-IDX.
              10 RS-ACCOUNT-CODE   PIC X(8).
              10 RS-STAMP          PIC X(16).
           05 WS-RESET-UNDO-FLAG   PIC X.
              88 LINE-UNDOES-RESET VALUE 'Y'.

      *    Indicateurs de fin de fichier.
       01 WS-BUDG-CONTROLS.
           05 WS-ACCT-EOF          PIC X VALUE 'N'.
              88 ACCT-EOF-REACHED VALUE 'Y'.
           05 WS-BUDG-EOF          PIC X VALUE 'N'.
              88 BUDG-EOF-REACHED VALUE 'Y'.
           05 WS-JRNL-EOF          PIC X VALUE 'N'.
              88 JRNL-EOF-REACHED VALUE 'Y'.

      *    Indicateur de saturation de la table des comptes.
           05 WS-BUD-TRUNCATED-FLAG PIC X VALUE 'N'.
              88 WS-BUD-TRUNCATED VALUE 'Y'.

      *    Indicateur de saturation de la table des remises à zéro.
           05 WS-RESET-TRUNCATED-FLAG PIC X VALUE 'N'.
              88 WS-RESET-TRUNCATED VALUE 'Y'.

      *    Indicateur de dépassement du compte en cours.
           05 WS-OVER-FLAG         PIC X.
              88 ACCOUNT-OVER     VALUE 'Y'.

      *    Codes retour remis au JCL: 8 si un budget est non
      *    conforme ou en double, si une ligne de journal est
      *    illisible ou si la table des remises à zéro est
      *    saturée, 12 si un fichier n'a pas pu être ouvert ou
      *    si la période demandée est invalide.
           05 WS-RC-INVALID        PIC 9(4) VALUE 8.
           05 WS-RC-FAILURE        PIC 9(4) VALUE 12.

      *    Calculs du compte en cours: écart, pourcentage consommé
      *    et seuil de signalement (100 % plus la tolérance).
       01 WS-VARIANCE-AREAS.
           05 WS-VARIANCE-AMOUNT   PIC S9(11)V9(4).
           05 WS-USED-PCT          PIC S9(7)V9(2).
           05 WS-THRESHOLD-PCT     PIC S9(7)V9(2).
           05 WS-PCT-SIZE-FLAG     PIC X.
              88 PCT-OUT-OF-RANGE VALUE 'Y'.

      *    Compteurs et totaux généraux de l'état.
       01 WS-BUDG-COUNTERS.
           05 WS-BUDG-READ-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-BUDG-PERIOD-COUNT PIC 9(7) VALUE ZERO.
           05 WS-BUDG-INVALID-COUNT PIC 9(7) VALUE ZERO.
           05 WS-JRNL-READ-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-BAD-LINE-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-RESET-UNDO-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-LISTED-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-OVER-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-IDLE-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-UNBUDGETED-COUNT  PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-BUDGET      PIC S9(11)V9(4) VALUE ZERO.
           05 WS-TOTAL-ACTUAL      PIC S9(11)V9(4) VALUE ZERO.

      *    Formats d'affichage pour les montants et pourcentages.
       01 WS-DISPLAY-FORMATS.
           05 WS-NUM-DISPLAY       PIC -ZZZZZZZZ9.9999.
           05 WS-NUM-DISPLAY-2     PIC -ZZZZZZZZ9.9999.
           05 WS-NUM-DISPLAY-3     PIC -ZZZZZZZZ9.9999.
           05 WS-PCT-DISPLAY       PIC -ZZZZZZ9.99.
           05 WS-TOL-DISPLAY       PIC ZZ9.99.
           05 WS-TOTAL-DISPLAY     PIC -ZZZZZZZZZZ9.9999.
           05 WS-TOTAL-DISPLAY-2   PIC -ZZZZZZZZZZ9.9999.

      *    Date du jour, reportée en tête de l'état.
       01 WS-REPORT-DATE           PIC X(8).

      *    Ligne de texte de l'état, composée en mémoire avant
      *    d'être transférée vers CALC-BVR-RECORD.
       01 WS-BVR-LINE              PIC X(110).

       PROCEDURE DIVISION.

      *    Point d'entrée principal du programme.
       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-LOAD-ACCOUNTS.
           PERFORM 1300-LOAD-BUDGETS.
           PERFORM 1350-LOAD-RESETS.
           PERFORM 1400-LOAD-ACTUALS.
           PERFORM 1500-REPORT-BUDGETED.
           PERFORM 1600-REPORT-IDLE.
           PERFORM 1700-REPORT-UNBUDGETED.
           PERFORM 9900-TERMINATE.

      *    Contrôle le paramètre et ouvre l'état avec son en-tête.
       1100-INITIALIZE.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-REQUEST-PARM FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-PARM))
              TO WS-REQUEST-PARM.
           UNSTRING WS-REQUEST-PARM DELIMITED BY ALL SPACE
              INTO WS-REQUEST-WORD-1 WS-REQUEST-WORD-2.
           IF WS-REQUEST-WORD-1 = "ECARTS"
              MOVE WS-REQUEST-WORD-1 TO WS-REQUEST-WORD-2
              MOVE SPACES TO WS-REQUEST-WORD-1
           END-IF.
           IF WS-REQUEST-WORD-1 = SPACES OR WS-REQUEST-WORD-1 = '*'
              MOVE WS-REPORT-DATE(1:6) TO WS-REQUEST-PERIOD
           ELSE
              IF WS-REQUEST-WORD-1(1:6) IS NOT NUMERIC
                 OR WS-REQUEST-WORD-1(7:10) NOT = SPACES
                 DISPLAY "ERREUR: période AAAAMM ou '*' attendue: "
                         WS-REQUEST-WORD-1 ". État annulé."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE WS-REQUEST-WORD-1(5:2) TO WS-REQUEST-MONTH
              IF WS-REQUEST-MONTH < 1 OR WS-REQUEST-MONTH > 12
                 DISPLAY "ERREUR: mois invalide dans la période "
                         WS-REQUEST-WORD-1(1:6) ". État annulé."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE WS-REQUEST-WORD-1(1:6) TO WS-REQUEST-PERIOD
           END-IF.
           IF WS-REQUEST-WORD-2 = "ECARTS"
              MOVE 'Y' TO WS-EXCEPTION-FLAG
           ELSE
              IF WS-REQUEST-WORD-2 NOT = SPACES
                 DISPLAY "ERREUR: mot ECARTS ou rien attendu après "
                         "la période: " WS-REQUEST-WORD-2
                         ". État annulé."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
           END-IF.
           OPEN OUTPUT CALC-BVR-FILE.
           IF WS-BVR-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCBVR.DAT "
                      "(statut " WS-BVR-FILE-STATUS
                      "). État non produit."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           MOVE SPACES TO WS-BVR-LINE.
           IF EXCEPTIONS-ONLY
              STRING "Budget / realise CALCPLUS - Date: "
                        DELIMITED BY SIZE
                     WS-REPORT-DATE DELIMITED BY SIZE
                     " - Periode: " DELIMITED BY SIZE
                     WS-REQUEST-PERIOD DELIMITED BY SIZE
                     " - Exceptions seulement" DELIMITED BY SIZE
                     INTO WS-BVR-LINE
           ELSE
              STRING "Budget / realise CALCPLUS - Date: "
                        DELIMITED BY SIZE
                     WS-REPORT-DATE DELIMITED BY SIZE
                     " - Periode: " DELIMITED BY SIZE
                     WS-REQUEST-PERIOD DELIMITED BY SIZE
                     INTO WS-BVR-LINE
           END-IF.
           PERFORM 8100-WRITE-BVR-LINE.
           MOVE SPACES TO WS-BVR-LINE.
           PERFORM 8100-WRITE-BVR-LINE.

      *    Charge le fichier maître des accumulateurs dans la table
      *    des comptes. Un fichier absent n'est pas une erreur;
      *    les enregistrements non conformes sont ignorés, comme
      *    dans CALCSTMT.
       1200-LOAD-ACCOUNTS.
           OPEN INPUT CALC-ACCT-FILE.
           IF WS-ACCT-FILE-STATUS = '35'
              DISPLAY "ATTENTION: CALCACCT.DAT absent, comptes sans "
                      "libellé."
           ELSE
              IF WS-ACCT-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCACCT.DAT "
                         "(statut " WS-ACCT-FILE-STATUS
                         "). État annulé."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              ELSE
                 MOVE 'N' TO WS-ACCT-EOF
                 PERFORM UNTIL ACCT-EOF-REACHED
                    READ CALC-ACCT-FILE
                       AT END
                          MOVE 'Y' TO WS-ACCT-EOF
                       NOT AT END
                          IF AC-ACCOUNT-CODE NOT = SPACES
                             MOVE AC-ACCOUNT-CODE
                                TO WS-BUD-CODE-WORK
                             PERFORM 1250-ADD-BUD-ACCOUNT
                             IF WS-BUD-ACCT-FOUND > ZERO
                                SET WS-BUD-IDX TO WS-BUD-ACCT-FOUND
                                MOVE AC-DESCRIPTION
                                   TO BA-DESCRIPTION(WS-BUD-IDX)
                                MOVE 'Y'
                                   TO BA-IN-MASTER-FLAG(WS-BUD-IDX)
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CALC-ACCT-FILE
              END-IF
           END-IF.

      *    Recherche WS-BUD-CODE-WORK dans la table des comptes et
      *    l'y ajoute s'il est absent (comme compte absent du
      *    maître, que le chargement du maître corrige aussitôt).
      *    WS-BUD-ACCT-FOUND reste à zéro si la table est pleine.
       1250-ADD-BUD-ACCOUNT.
           MOVE ZERO TO WS-BUD-ACCT-FOUND.
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUD-ACCT-COUNT
                   OR WS-BUD-ACCT-FOUND > ZERO
              IF BA-ACCOUNT-CODE(WS-BUD-IDX) = WS-BUD-CODE-WORK
                 SET WS-BUD-ACCT-FOUND TO WS-BUD-IDX
              END-IF
           END-PERFORM.
           IF WS-BUD-ACCT-FOUND = ZERO
              IF WS-BUD-ACCT-COUNT < WS-BUD-ACCT-LIMIT
                 ADD 1 TO WS-BUD-ACCT-COUNT
                 SET WS-BUD-IDX TO WS-BUD-ACCT-COUNT
                 MOVE WS-BUD-CODE-WORK TO BA-ACCOUNT-CODE(WS-BUD-IDX)
                 MOVE "ABSENT DU FICHIER MAITRE"
                    TO BA-DESCRIPTION(WS-BUD-IDX)
                 MOVE 'N' TO BA-IN-MASTER-FLAG(WS-BUD-IDX)
                 MOVE 'N' TO BA-BUDGET-FLAG(WS-BUD-IDX)
                 MOVE ZERO TO BA-BUDGET-AMOUNT(WS-BUD-IDX)
                 MOVE ZERO TO BA-TOLERANCE-PCT(WS-BUD-IDX)
                 MOVE ZERO TO BA-ACTUAL-AMOUNT(WS-BUD-IDX)
                 MOVE ZERO TO BA-MOVEMENT-COUNT(WS-BUD-IDX)
                 MOVE WS-BUD-ACCT-COUNT TO WS-BUD-ACCT-FOUND
              ELSE
                 MOVE 'Y' TO WS-BUD-TRUNCATED-FLAG
              END-IF
           END-IF.

      *    Charge les budgets de la période demandée. Un fichier
      *    absent n'est pas une erreur (aucun compte budgété: tous
      *    les mouvements sont alors hors budget). Un budget non
      *    conforme ou en double pour un compte est signalé en
      *    tête de l'état et ignoré.
       1300-LOAD-BUDGETS.
           OPEN INPUT CALC-BUDG-FILE.
           IF WS-BUDG-FILE-STATUS = '35'
              DISPLAY "ATTENTION: CALCBUDG.DAT absent, aucun "
                      "budget."
           ELSE
              IF WS-BUDG-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCBUDG.DAT "
                         "(statut " WS-BUDG-FILE-STATUS
                         "). État annulé."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              ELSE
                 MOVE 'N' TO WS-BUDG-EOF
                 PERFORM UNTIL BUDG-EOF-REACHED
                    READ CALC-BUDG-FILE
                       AT END
                          MOVE 'Y' TO WS-BUDG-EOF
                       NOT AT END
                          ADD 1 TO WS-BUDG-READ-COUNT
                          PERFORM 1310-LOAD-ONE-BUDGET
                    END-READ
                 END-PERFORM
                 CLOSE CALC-BUDG-FILE
              END-IF
           END-IF.

      *    Retient un budget de la période sur son compte.
       1310-LOAD-ONE-BUDGET.
           IF BU-ACCOUNT-CODE = SPACES
              OR BU-PERIOD IS NOT NUMERIC
              OR BU-BUDGET-AMOUNT IS NOT NUMERIC
              OR BU-TOLERANCE-PCT IS NOT NUMERIC
              MOVE "Budget non conforme ignore: "
                 TO WS-BVR-LINE
              MOVE CALC-BUDG-RECORD TO WS-BVR-LINE(29:)
              PERFORM 1320-REPORT-BAD-BUDGET
           ELSE
              IF BU-PERIOD = WS-REQUEST-PERIOD
                 MOVE BU-ACCOUNT-CODE TO WS-BUD-CODE-WORK
                 PERFORM 1250-ADD-BUD-ACCOUNT
                 IF WS-BUD-ACCT-FOUND > ZERO
                    SET WS-BUD-IDX TO WS-BUD-ACCT-FOUND
                    IF BA-BUDGET-FLAG(WS-BUD-IDX) = 'Y'
                       MOVE "Budget en double ignore: "
                          TO WS-BVR-LINE
                       MOVE CALC-BUDG-RECORD TO WS-BVR-LINE(26:)
                       PERFORM 1320-REPORT-BAD-BUDGET
                    ELSE
                       ADD 1 TO WS-BUDG-PERIOD-COUNT
                       MOVE 'Y' TO BA-BUDGET-FLAG(WS-BUD-IDX)
                       MOVE BU-BUDGET-AMOUNT
                          TO BA-BUDGET-AMOUNT(WS-BUD-IDX)
                       MOVE BU-TOLERANCE-PCT
                          TO BA-TOLERANCE-PCT(WS-BUD-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Signale en tête de l'état la ligne de budget rejetée
      *    composée dans WS-BVR-LINE.
       1320-REPORT-BAD-BUDGET.
           ADD 1 TO WS-BUDG-INVALID-COUNT.
           DISPLAY FUNCTION TRIM(WS-BVR-LINE).
           PERFORM 8100-WRITE-BVR-LINE.
           MOVE SPACES TO WS-BVR-LINE.

      *    Relève les remises à zéro AZ du journal vif et des
      *    archives. Un fichier absent ou illisible est laissé à
      *    1400-LOAD-ACTUALS, qui le signale.
       1350-LOAD-RESETS.
           OPEN INPUT CALC-JRNL-FILE.
           IF WS-JRNL-FILE-STATUS = '00'
              MOVE 'N' TO WS-JRNL-EOF
              PERFORM UNTIL JRNL-EOF-REACHED
                 READ CALC-JRNL-FILE INTO WS-JRNL-LINE
                    AT END
                       MOVE 'Y' TO WS-JRNL-EOF
                    NOT AT END
                       PERFORM 1360-NOTE-ONE-RESET
                 END-READ
              END-PERFORM
              CLOSE CALC-JRNL-FILE
           END-IF.
           OPEN INPUT CALC-JRNA-FILE.
           IF WS-JRNA-FILE-STATUS = '00'
              MOVE 'N' TO WS-JRNL-EOF
              PERFORM UNTIL JRNL-EOF-REACHED
                 READ CALC-JRNA-FILE INTO WS-JRNL-LINE
                    AT END
                       MOVE 'Y' TO WS-JRNL-EOF
                    NOT AT END
                       PERFORM 1360-NOTE-ONE-RESET
                 END-READ
              END-PERFORM
              CLOSE CALC-JRNA-FILE
           END-IF.
           IF WS-RESET-TRUNCATED
              DISPLAY "ATTENTION: plus de " WS-RESET-LIMIT
                      " remises à zéro au journal; leurs "
                      "annulations au-delà sont cumulées au "
                      "réalisé."
              MOVE WS-RC-INVALID TO RETURN-CODE
           END-IF.

      *    Retient une ligne de remise à zéro dans la table (les
      *    bannières de clôture des archives sont écartées).
       1360-NOTE-ONE-RESET.
           IF JL-RESET-CODE
              AND JL-ACCOUNT-CODE NOT = SPACES
              AND WS-JRNL-LINE(1:3) NOT = "***"
              IF WS-RESET-COUNT < WS-RESET-LIMIT
                 ADD 1 TO WS-RESET-COUNT
                 SET WS-RST-IDX TO WS-RESET-COUNT
                 MOVE JL-ACCOUNT-CODE TO RS-ACCOUNT-CODE(WS-RST-IDX)
                 MOVE JL-DATE TO RS-STAMP(WS-RST-IDX)(1:8)
                 MOVE JL-TIME TO RS-STAMP(WS-RST-IDX)(9:8)
              ELSE
                 MOVE 'Y' TO WS-RESET-TRUNCATED-FLAG
              END-IF
           END-IF.

      *    Cumule le réalisé de la période depuis le journal vif
      *    puis, pour une période déjà close, depuis ses archives.
      *    Un journal ou des archives absents ne sont pas une
      *    erreur (aucun mouvement).
       1400-LOAD-ACTUALS.
           OPEN INPUT CALC-JRNL-FILE.
           IF WS-JRNL-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF WS-JRNL-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCJRNL.DAT "
                         "(statut " WS-JRNL-FILE-STATUS
                         "). État annulé."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              ELSE
                 MOVE 'N' TO WS-JRNL-EOF
                 PERFORM UNTIL JRNL-EOF-REACHED
                    READ CALC-JRNL-FILE INTO WS-JRNL-LINE
                       AT END
                          MOVE 'Y' TO WS-JRNL-EOF
                       NOT AT END
                          PERFORM 1410-ADD-ONE-MOVEMENT
                    END-READ
                 END-PERFORM
                 CLOSE CALC-JRNL-FILE
              END-IF
           END-IF.
           OPEN INPUT CALC-JRNA-FILE.
           IF WS-JRNA-FILE-STATUS = '00'
              MOVE 'N' TO WS-JRNL-EOF
              PERFORM UNTIL JRNL-EOF-REACHED
                 READ CALC-JRNA-FILE INTO WS-JRNL-LINE
                    AT END
                       MOVE 'Y' TO WS-JRNL-EOF
                    NOT AT END
                       PERFORM 1410-ADD-ONE-MOVEMENT
                 END-READ
              END-PERFORM
              CLOSE CALC-JRNA-FILE
           END-IF.

      *    Cumule une ligne du journal datée dans la période sur
      *    son compte, hors remise à zéro et hors ligne qui en
      *    défait une (1420). Les bannières de clôture des
      *    archives, écrites en colonne 1 par CALCCLOS ("*** ..."),
      *    et les lignes à blanc sont ignorées; une ligne illisible
      *    est signalée.
       1410-ADD-ONE-MOVEMENT.
           ADD 1 TO WS-JRNL-READ-COUNT.
           IF JL-ACCOUNT-CODE = SPACES
              OR WS-JRNL-LINE(1:3) = "***"
              CONTINUE
           ELSE
              IF JL-DATE IS NOT NUMERIC
                 OR JL-AMOUNT IS NOT NUMERIC
                 ADD 1 TO WS-BAD-LINE-COUNT
                 DISPLAY "Ligne de journal illisible ignorée: "
                         WS-JRNL-LINE(1:40)
              ELSE
                 MOVE 'N' TO WS-RESET-UNDO-FLAG
                 IF JL-DATE(1:6) = WS-REQUEST-PERIOD
                    AND JL-UNDO-CODE
                    PERFORM 1420-CHECK-RESET-UNDO
                 END-IF
                 IF JL-DATE(1:6) = WS-REQUEST-PERIOD
                    AND NOT JL-RESET-CODE
                    AND NOT LINE-UNDOES-RESET
                    MOVE JL-ACCOUNT-CODE TO WS-BUD-CODE-WORK
                    PERFORM 1250-ADD-BUD-ACCOUNT
                    IF WS-BUD-ACCT-FOUND > ZERO
                       SET WS-BUD-IDX TO WS-BUD-ACCT-FOUND
                       ADD JL-AMOUNT TO BA-ACTUAL-AMOUNT(WS-BUD-IDX)
                       ADD 1 TO BA-MOVEMENT-COUNT(WS-BUD-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Lève LINE-UNDOES-RESET si la ligne AX ou AN en cours
      *    désigne une remise à zéro du même compte.
       1420-CHECK-RESET-UNDO.
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                   UNTIL WS-RST-IDX > WS-RESET-COUNT
                      OR LINE-UNDOES-RESET
              IF RS-ACCOUNT-CODE(WS-RST-IDX) = JL-ACCOUNT-CODE
                 AND RS-STAMP(WS-RST-IDX) = JL-LINK-STAMP
                 MOVE 'Y' TO WS-RESET-UNDO-FLAG
                 ADD 1 TO WS-RESET-UNDO-COUNT
              END-IF
           END-PERFORM.

      *    Première partie de l'état: les comptes budgétés ayant
      *    des mouvements dans la période, avec budget, réalisé,
      *    écart, pourcentage consommé et signalement. En mode
      *    ECARTS, seuls les comptes signalés sont listés.
       1500-REPORT-BUDGETED.
           IF WS-BUDG-INVALID-COUNT > ZERO
              MOVE SPACES TO WS-BVR-LINE
              PERFORM 8100-WRITE-BVR-LINE
           END-IF.
           IF EXCEPTIONS-ONLY
              MOVE "Comptes budgetes en depassement" TO WS-BVR-LINE
           ELSE
              MOVE "Comptes budgetes" TO WS-BVR-LINE
           END-IF.
           PERFORM 8100-WRITE-BVR-LINE.
           MOVE "Compte   Libelle" TO WS-BVR-LINE.
           MOVE "Budget" TO WS-BVR-LINE(40:6).
           MOVE "Realise" TO WS-BVR-LINE(55:7).
           MOVE "Ecart" TO WS-BVR-LINE(73:5).
           MOVE "% cons." TO WS-BVR-LINE(83:7).
           MOVE "Tol. %" TO WS-BVR-LINE(91:6).
           PERFORM 8100-WRITE-BVR-LINE.
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUD-ACCT-COUNT
              IF BA-BUDGET-FLAG(WS-BUD-IDX) = 'Y'
                 AND BA-MOVEMENT-COUNT(WS-BUD-IDX) > ZERO
                 PERFORM 1510-REPORT-ONE-BUDGETED
              END-IF
           END-PERFORM.
           IF WS-LISTED-COUNT = ZERO
              MOVE "  (aucun)" TO WS-BVR-LINE
              PERFORM 8100-WRITE-BVR-LINE
           END-IF.
           MOVE SPACES TO WS-BVR-LINE.
           PERFORM 8100-WRITE-BVR-LINE.

      *    Écart et pourcentage consommé d'un compte budgété. Le
      *    pourcentage est rapporté à la valeur absolue du budget,
      *    pour un budget de crédit comme de débit; un budget nul
      *    est dépassé dès le premier mouvement net.
       1510-REPORT-ONE-BUDGETED.
           ADD BA-BUDGET-AMOUNT(WS-BUD-IDX) TO WS-TOTAL-BUDGET.
           ADD BA-ACTUAL-AMOUNT(WS-BUD-IDX) TO WS-TOTAL-ACTUAL.
           COMPUTE WS-VARIANCE-AMOUNT =
              BA-ACTUAL-AMOUNT(WS-BUD-IDX)
              - BA-BUDGET-AMOUNT(WS-BUD-IDX).
           MOVE 'N' TO WS-OVER-FLAG.
           MOVE 'N' TO WS-PCT-SIZE-FLAG.
           MOVE ZERO TO WS-USED-PCT.
           IF BA-BUDGET-AMOUNT(WS-BUD-IDX) = ZERO
              MOVE 'Y' TO WS-PCT-SIZE-FLAG
              IF BA-ACTUAL-AMOUNT(WS-BUD-IDX) NOT = ZERO
                 MOVE 'Y' TO WS-OVER-FLAG
              END-IF
           ELSE
              COMPUTE WS-USED-PCT ROUNDED =
                 BA-ACTUAL-AMOUNT(WS-BUD-IDX) * 100
                 / FUNCTION ABS(BA-BUDGET-AMOUNT(WS-BUD-IDX))
                 ON SIZE ERROR
                    MOVE 'Y' TO WS-PCT-SIZE-FLAG
                    MOVE 'Y' TO WS-OVER-FLAG
              END-COMPUTE
              IF BA-BUDGET-AMOUNT(WS-BUD-IDX) < ZERO
                 COMPUTE WS-USED-PCT = 0 - WS-USED-PCT
              END-IF
              COMPUTE WS-THRESHOLD-PCT =
                 100 + BA-TOLERANCE-PCT(WS-BUD-IDX)
              IF WS-USED-PCT > WS-THRESHOLD-PCT
                 MOVE 'Y' TO WS-OVER-FLAG
              END-IF
           END-IF.
           IF ACCOUNT-OVER
              ADD 1 TO WS-OVER-COUNT
           END-IF.
           IF ACCOUNT-OVER OR NOT EXCEPTIONS-ONLY
              MOVE BA-BUDGET-AMOUNT(WS-BUD-IDX) TO WS-NUM-DISPLAY
              MOVE BA-ACTUAL-AMOUNT(WS-BUD-IDX) TO WS-NUM-DISPLAY-2
              MOVE WS-VARIANCE-AMOUNT TO WS-NUM-DISPLAY-3
              MOVE BA-TOLERANCE-PCT(WS-BUD-IDX) TO WS-TOL-DISPLAY
              MOVE SPACES TO WS-BVR-LINE
              STRING BA-ACCOUNT-CODE(WS-BUD-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     BA-DESCRIPTION(WS-BUD-IDX)(1:20)
                        DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-NUM-DISPLAY DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-NUM-DISPLAY-2 DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-NUM-DISPLAY-3 DELIMITED BY SIZE
                     INTO WS-BVR-LINE
              IF PCT-OUT-OF-RANGE
                 MOVE "     n/d" TO WS-BVR-LINE(79:11)
              ELSE
                 MOVE WS-USED-PCT TO WS-PCT-DISPLAY
                 MOVE WS-PCT-DISPLAY TO WS-BVR-LINE(79:11)
              END-IF
              MOVE WS-TOL-DISPLAY TO WS-BVR-LINE(91:6)
              IF ACCOUNT-OVER
                 MOVE "DEPASSE" TO WS-BVR-LINE(98:7)
              END-IF
              ADD 1 TO WS-LISTED-COUNT
              PERFORM 8100-WRITE-BVR-LINE
           END-IF.

      *    Deuxième partie: les comptes budgétés sans mouvement
      *    dans la période.
       1600-REPORT-IDLE.
           MOVE "Comptes budgetes sans mouvement" TO WS-BVR-LINE.
           PERFORM 8100-WRITE-BVR-LINE.
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUD-ACCT-COUNT
              IF BA-BUDGET-FLAG(WS-BUD-IDX) = 'Y'
                 AND BA-MOVEMENT-COUNT(WS-BUD-IDX) = ZERO
                 ADD 1 TO WS-IDLE-COUNT
                 ADD BA-BUDGET-AMOUNT(WS-BUD-IDX) TO WS-TOTAL-BUDGET
                 MOVE BA-BUDGET-AMOUNT(WS-BUD-IDX) TO WS-NUM-DISPLAY
                 MOVE SPACES TO WS-BVR-LINE
                 STRING BA-ACCOUNT-CODE(WS-BUD-IDX)
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        BA-DESCRIPTION(WS-BUD-IDX)(1:20)
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-NUM-DISPLAY DELIMITED BY SIZE
                        INTO WS-BVR-LINE
                 PERFORM 8100-WRITE-BVR-LINE
              END-IF
           END-PERFORM.
           IF WS-IDLE-COUNT = ZERO
              MOVE "  (aucun)" TO WS-BVR-LINE
              PERFORM 8100-WRITE-BVR-LINE
           END-IF.
           MOVE SPACES TO WS-BVR-LINE.
           PERFORM 8100-WRITE-BVR-LINE.

      *    Troisième partie: les comptes mouvementés dans la
      *    période sans budget, avec leur réalisé et leur nombre
      *    de mouvements.
       1700-REPORT-UNBUDGETED.
           MOVE "Mouvements sur comptes non budgetes"
              TO WS-BVR-LINE.
           PERFORM 8100-WRITE-BVR-LINE.
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUD-ACCT-COUNT
              IF BA-BUDGET-FLAG(WS-BUD-IDX) NOT = 'Y'
                 AND BA-MOVEMENT-COUNT(WS-BUD-IDX) > ZERO
                 ADD 1 TO WS-UNBUDGETED-COUNT
                 ADD BA-ACTUAL-AMOUNT(WS-BUD-IDX) TO WS-TOTAL-ACTUAL
                 MOVE BA-ACTUAL-AMOUNT(WS-BUD-IDX) TO WS-NUM-DISPLAY
                 MOVE SPACES TO WS-BVR-LINE
                 STRING BA-ACCOUNT-CODE(WS-BUD-IDX)
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        BA-DESCRIPTION(WS-BUD-IDX)(1:20)
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        "               " DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-NUM-DISPLAY DELIMITED BY SIZE
                        "  mouvements: " DELIMITED BY SIZE
                        BA-MOVEMENT-COUNT(WS-BUD-IDX)
                           DELIMITED BY SIZE
                        INTO WS-BVR-LINE
                 PERFORM 8100-WRITE-BVR-LINE
              END-IF
           END-PERFORM.
           IF WS-UNBUDGETED-COUNT = ZERO
              MOVE "  (aucun)" TO WS-BVR-LINE
              PERFORM 8100-WRITE-BVR-LINE
           END-IF.
           MOVE SPACES TO WS-BVR-LINE.
           PERFORM 8100-WRITE-BVR-LINE.

      *    Transfère la ligne composée vers l'état, si celui-ci a
      *    pu être ouvert.
       8100-WRITE-BVR-LINE.
           IF WS-BVR-FILE-STATUS = '00'
              MOVE WS-BVR-LINE TO CALC-BVR-RECORD
              WRITE CALC-BVR-RECORD
           END-IF.

      *    Fin du programme: totaux, fermeture de l'état et code
      *    retour pour le JCL.
       9900-TERMINATE.
           IF WS-BVR-FILE-STATUS = '00'
              IF WS-BUD-TRUNCATED
                 MOVE "ATTENTION: table des comptes saturee, etat "
                    TO WS-BVR-LINE
                 MOVE "incomplet." TO WS-BVR-LINE(44:10)
                 PERFORM 8100-WRITE-BVR-LINE
              END-IF
              IF WS-BAD-LINE-COUNT > ZERO
                 MOVE SPACES TO WS-BVR-LINE
                 STRING "Lignes de journal illisibles ignorees: "
                           DELIMITED BY SIZE
                        WS-BAD-LINE-COUNT DELIMITED BY SIZE
                        INTO WS-BVR-LINE
                 PERFORM 8100-WRITE-BVR-LINE
              END-IF
              IF WS-RESET-TRUNCATED
                 MOVE "ATTENTION: table des remises a zero saturee, "
                    TO WS-BVR-LINE
                 MOVE "realise incertain." TO WS-BVR-LINE(46:18)
                 PERFORM 8100-WRITE-BVR-LINE
              END-IF
              IF WS-RESET-UNDO-COUNT > ZERO
                 MOVE SPACES TO WS-BVR-LINE
                 STRING "Annulations de remises a zero ecartees: "
                           DELIMITED BY SIZE
                        WS-RESET-UNDO-COUNT DELIMITED BY SIZE
                        INTO WS-BVR-LINE
                 PERFORM 8100-WRITE-BVR-LINE
              END-IF
              MOVE WS-TOTAL-BUDGET TO WS-TOTAL-DISPLAY
              MOVE WS-TOTAL-ACTUAL TO WS-TOTAL-DISPLAY-2
              MOVE SPACES TO WS-BVR-LINE
              STRING "Total budgete: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TOTAL-DISPLAY)
                        DELIMITED BY SIZE
                     "  total realise: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TOTAL-DISPLAY-2)
                        DELIMITED BY SIZE
                     INTO WS-BVR-LINE
              PERFORM 8100-WRITE-BVR-LINE
              MOVE SPACES TO WS-BVR-LINE
              STRING "Budgets de la periode: " DELIMITED BY SIZE
                     WS-BUDG-PERIOD-COUNT DELIMITED BY SIZE
                     "  depasses: " DELIMITED BY SIZE
                     WS-OVER-COUNT DELIMITED BY SIZE
                     "  sans mouvement: " DELIMITED BY SIZE
                     WS-IDLE-COUNT DELIMITED BY SIZE
                     "  comptes hors budget: " DELIMITED BY SIZE
                     WS-UNBUDGETED-COUNT DELIMITED BY SIZE
                     INTO WS-BVR-LINE
              PERFORM 8100-WRITE-BVR-LINE
              MOVE SPACES TO WS-BVR-LINE
              STRING "Budgets lus: " DELIMITED BY SIZE
                     WS-BUDG-READ-COUNT DELIMITED BY SIZE
                     "  non conformes ou en double: "
                        DELIMITED BY SIZE
                     WS-BUDG-INVALID-COUNT DELIMITED BY SIZE
                     INTO WS-BVR-LINE
              PERFORM 8100-WRITE-BVR-LINE
              CLOSE CALC-BVR-FILE
           END-IF.
           DISPLAY "État budget terminé. Budgets: "
                   WS-BUDG-PERIOD-COUNT " dépassés: " WS-OVER-COUNT
                   " sans mouvement: " WS-IDLE-COUNT
                   " hors budget: " WS-UNBUDGETED-COUNT.
           IF (WS-BUDG-INVALID-COUNT > ZERO
               OR WS-BAD-LINE-COUNT > ZERO)
              AND RETURN-CODE = ZERO
              MOVE WS-RC-INVALID TO RETURN-CODE
           END-IF.
           STOP RUN.
