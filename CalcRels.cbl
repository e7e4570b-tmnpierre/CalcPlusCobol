      *    *************************************************************
      *    PROGRAMME CALCRELS
      *    Approbation des mouvements en attente. Un postage AP ou
      *    un mouvement direct AD/AC dont le montant dépasse la
      *    limite de postage de son opérateur (CALCOPER.DAT) n'est
      *    pas posté par CALCPLUS: il attend dans CALCPEND.DAT la
      *    décision d'un superviseur. Ce programme, passé sous
      *    l'identifiant d'un superviseur (opérateur actif habilité
      *    superviseur au fichier maître), applique les décisions
      *    de CALCRLTR.DAT: une approbation poste le mouvement au
      *    compte (qui doit être ouvert) et le consigne au journal
      *    des postages avec l'opérateur d'origine et le
      *    superviseur qui l'a approuvé; un refus renvoie le
      *    mouvement dans CALCREJ.DAT (motif 09), sous la forme
      *    d'une transaction AD/AC prête à être corrigée et
      *    resoumise, avec le motif du refus porté au fichier des
      *    mouvements en attente. Un superviseur ne décide jamais
      *    d'un mouvement qu'il a lui-même saisi. L'état CALCRLS.DAT
      *    liste les décisions appliquées ou refusées et tous les
      *    mouvements encore en attente. Passé avec le paramètre
      *    ETAT, le programme ne décide de rien et produit le seul
      *    état des mouvements encore en attente (état de fin de
      *    journée). Le paramètre (équivalent du PARM= de l'étape
      *    JCL) porte l'identifiant du superviseur ou ETAT.
      *    Les décisions sont reportées dans CALCPEND.DAT via le
      *    fichier de travail CALCPWRK.DAT; les mouvements mis en
      *    attente par CALCPLUS pendant le passage sont repris de
      *    CALCPEND.DAT juste avant sa réécriture. CALCPWRK.DAT
      *    n'est vidé qu'une fois CALCPEND.DAT réécrit: tant qu'il
      *    n'est pas vide, les décisions d'un passage n'ont pas été
      *    reportées et aucun nouveau passage n'est admis. Il faut
      *    alors, CALCPLUS arrêté, le recopier sur CALCPEND.DAT en
      *    gardant les mouvements mis en attente depuis, puis le
      *    vider.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRels.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Fichier maître des opérateurs, relu pour contrôler
      *    l'identifiant du superviseur.
           SELECT CALC-OPER-FILE ASSIGN TO "CALCOPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

      *    Fichier maître indexé des accumulateurs: une approbation
      *    lit et réécrit directement le seul compte touché.
           SELECT CALC-ACCT-FILE ASSIGN TO "CALCACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCOUNT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.

      *    Mouvements en attente d'approbation, écrits par
      *    CALCPLUS, et fichier de travail qui les porte le temps
      *    d'y reporter les décisions (comme pour le journal des
      *    postages dans CALCCLOS).
           SELECT CALC-PEND-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT CALC-PWRK-FILE ASSIGN TO "CALCPWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWRK-FILE-STATUS.

      *    Décisions du superviseur: une par mouvement, désigné par
      *    son horodatage.
           SELECT CALC-RLTR-FILE ASSIGN TO "CALCRLTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLTR-FILE-STATUS.

      *    Journal des postages, en ajout: une ligne par mouvement
      *    approuvé.
           SELECT CALC-JRNL-FILE ASSIGN TO "CALCJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      *    Fichier des rejets, en ajout: une ligne par mouvement
      *    refusé, pour correction et resoumission par CALCRESUB.
           SELECT CALC-REJ-FILE ASSIGN TO "CALCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

      *    État des décisions et des mouvements encore en attente.
           SELECT CALC-RLS-FILE ASSIGN TO "CALCRLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Enregistrement du fichier maître des opérateurs, en
      *    miroir de la disposition de CALCPLUS.
       FD  CALC-OPER-FILE.
       01  CALC-OPER-RECORD.
           05 OM-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X.
           05 OM-ROUND-MODE        PIC X.
           05 FILLER               PIC X.
           05 OM-BATCH-ALLOWED     PIC X.
           05 FILLER               PIC X.
           05 OM-ACTIVE            PIC X.
           05 FILLER               PIC X.
           05 OM-OPERATOR-NAME     PIC X(20).
           05 FILLER               PIC X.
           05 OM-POST-LIMIT        PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 OM-POST-LIMIT-X REDEFINES OM-POST-LIMIT
                                   PIC X(14).
           05 FILLER               PIC X.
           05 OM-SUPERVISOR        PIC X.

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
              88 ACCOUNT-IS-OPEN   VALUE 'O'.
              88 ACCOUNT-IS-FROZEN VALUE 'G'.
              88 ACCOUNT-IS-CLOSED VALUE 'F'.
           05 FILLER               PIC X.
           05 AC-OPEN-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 AC-CLOSE-DATE        PIC X(8).

      *    Enregistrement de mouvement en attente, en miroir de la
      *    disposition de CALCPLUS (3330-WRITE-PENDING). Statut E
      *    (en attente), A (approuvé) ou R (refusé).
       FD  CALC-PEND-FILE.
       01  CALC-PEND-RECORD.
           05 PD-PEND-STAMP.
              10 PD-DATE           PIC X(8).
              10 PD-TIME           PIC X(8).
           05 FILLER               PIC X.
           05 PD-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X.
           05 PD-ACCOUNT-CODE      PIC X(8).
           05 FILLER               PIC X.
           05 PD-OP-CODE           PIC X(2).
              88 PD-POSTING-CODE  VALUE 'AP', 'AD', 'AC'.
           05 FILLER               PIC X.
           05 PD-AMOUNT            PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 PD-RUN-MODE          PIC X.
           05 FILLER               PIC X.
           05 PD-STATUS            PIC X.
              88 PD-IS-PENDING     VALUE 'E'.
           05 FILLER               PIC X.
           05 PD-SUPERVISOR-ID     PIC X(8).
           05 FILLER               PIC X.
           05 PD-DECISION-STAMP    PIC X(16).
           05 FILLER               PIC X.
           05 PD-DECLINE-REASON    PIC X(30).

      *    Enregistrement du fichier de travail.
       FD  CALC-PWRK-FILE.
       01  CALC-PWRK-RECORD        PIC X(113).

      *    Enregistrement de décision: l'action (A = approbation,
      *    R = refus), l'horodatage AAAAMMJJHHMMSScc du mouvement
      *    en attente visé (tel que porté par CALCPEND.DAT et
      *    affiché par CALCPLUS à la mise en attente) et, pour un
      *    refus, son motif (obligatoire).
       FD  CALC-RLTR-FILE.
       01  CALC-RLTR-RECORD.
           05 RL-ACTION            PIC X.
           05 FILLER               PIC X.
           05 RL-PEND-STAMP        PIC X(16).
           05 FILLER               PIC X.
           05 RL-REASON            PIC X(30).

      *    Enregistrement du journal des postages. Le contenu est
      *    composé dans WS-JRNL-LINE.
       FD  CALC-JRNL-FILE.
       01  CALC-JRNL-RECORD        PIC X(111).

      *    Enregistrement de rejet, dans la disposition écrite par
      *    CALCPLUS (1065-WRITE-REJECT): position d'origine (zéro,
      *    le mouvement n'ayant plus de position dans un fichier de
      *    transactions), motif et image de la transaction.
       FD  CALC-REJ-FILE.
       01  CALC-REJ-RECORD.
           05 RJ-RECORD-NUMBER     PIC 9(9).
           05 FILLER               PIC X.
           05 RJ-REASON-CODE       PIC X(2).
           05 FILLER               PIC X.
           05 RJ-TRANS-IMAGE.
              10 RJ-TR-OPERATOR    PIC X(2).
              10 RJ-TR-OPERAND     PIC X(16).
              10 FILLER            PIC X.
              10 RJ-TR-AMOUNT      PIC X(16).

      *    Enregistrement de l'état (une ligne de texte).
       FD  CALC-RLS-FILE.
       01  CALC-RLS-RECORD         PIC X(110).

       WORKING-STORAGE SECTION.

      *    États des fichiers utilisés par le programme.
       01 WS-FILE-STATUSES.
           05 WS-OPER-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-ACCT-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-PEND-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-PWRK-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-RLTR-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-JRNL-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-REJ-FILE-STATUS   PIC XX VALUE SPACES.
           05 WS-RLS-FILE-STATUS   PIC XX VALUE SPACES.

      *    Ligne du journal des postages, en miroir de la
      *    disposition de CALCPLUS (3600-WRITE-POSTING-JOURNAL).
       01 WS-JRNL-LINE.
           05 JL-ACCOUNT-CODE      PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 JL-DATE              PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 JL-TIME              PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 JL-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 JL-OP-CODE           PIC X(2).
           05 FILLER               PIC X VALUE SPACE.
           05 JL-AMOUNT            PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X VALUE SPACE.
           05 JL-BALANCE-AFTER     PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X VALUE SPACE.
           05 JL-GL-EXTRACT-ID     PIC X(16) VALUE SPACES.
           05 FILLER               PIC X VALUE SPACE.
           05 JL-LINK-STAMP        PIC X(16) VALUE SPACES.
           05 FILLER               PIC X VALUE SPACE.
           05 JL-APPROVER-ID       PIC X(8) VALUE SPACES.

      *    Horodatage de la ligne en cours et de la dernière ligne
      *    écrite par ce passage: deux décisions prises dans le
      *    même centième de seconde reçoivent des horodatages
      *    successifs plutôt qu'identiques (voir CALCPLUS).
       01 WS-STAMP-CONTROLS.
           05 WS-NOW-STAMP.
              10 WS-NOW-DATE       PIC 9(8).
              10 WS-NOW-TIME.
                 15 WS-NOW-HH      PIC 9(2).
                 15 WS-NOW-MN      PIC 9(2).
                 15 WS-NOW-SS      PIC 9(2).
                 15 WS-NOW-CC      PIC 9(2).
           05 WS-LAST-STAMP        PIC X(16) VALUE LOW-VALUES.

      *    Paramètre du passage: identifiant du superviseur, ou
      *    ETAT pour le seul état des mouvements en attente.
       01 WS-PARM-CONTROLS.
           05 WS-PARM              PIC X(16) VALUE SPACES.
           05 WS-SUPERVISOR-ID     PIC X(8) VALUE SPACES.
           05 WS-RUN-MODE-FLAG     PIC X VALUE 'D'.
              88 LISTING-ONLY     VALUE 'E'.
           05 WS-SUPV-FOUND-FLAG   PIC X VALUE 'N'.
              88 SUPERVISOR-FOUND VALUE 'Y'.
           05 WS-OPER-EOF          PIC X VALUE 'N'.
              88 OPER-EOF-REACHED VALUE 'Y'.

      *    Table des décisions du superviseur, chargée au
      *    démarrage. Une décision est consommée par le premier
      *    mouvement en attente de même horodatage; une décision
      *    restée sans emploi (horodatage inconnu, mouvement déjà
      *    décidé, décision en double) est refusée en fin de
      *    passage.
       01 WS-DECISION-DATA.
           05 WS-DECISION-COUNT    PIC 9(3) VALUE ZERO.
           05 WS-DECISION-LIMIT    PIC 9(3) VALUE 500.
           05 WS-DECISION-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-DEC-IDX.
              10 DC-ACTION         PIC X.
                 88 DC-APPROVE    VALUE 'A'.
                 88 DC-DECLINE    VALUE 'R'.
              10 DC-PEND-STAMP     PIC X(16).
              10 DC-REASON         PIC X(30).
              10 DC-USED-FLAG      PIC X.
                 88 DC-USED       VALUE 'Y'.
           05 WS-DECISION-FOUND    PIC 9(3).
           05 WS-RLTR-EOF          PIC X VALUE 'N'.
              88 RLTR-EOF-REACHED VALUE 'Y'.

      *    Mouvement en cours: issue de la décision (motif de refus
      *    de la décision, à blanc si elle est appliquée), montant
      *    et sens de la transaction de resoumission d'un refus.
       01 WS-ITEM-WORK.
           05 WS-REFUSE-REASON     PIC X(40).
           05 WS-RESUB-AMOUNT      PIC S9(9)V9(4).
           05 WS-OUTCOME-TEXT      PIC X(55).
           05 WS-PEND-EOF          PIC X VALUE 'N'.
              88 PEND-EOF-REACHED VALUE 'Y'.
           05 WS-PWRK-EOF          PIC X VALUE 'N'.
              88 PWRK-EOF-REACHED VALUE 'Y'.

      *    Réécriture de CALCPEND.DAT: mouvements relus avant la
      *    réécriture, reprise des mouvements mis en attente
      *    pendant le passage faite, fichier réécrit.
           05 WS-PEND-REREAD-COUNT PIC 9(9) VALUE ZERO.
           05 WS-CARRY-OVER-FLAG   PIC X VALUE 'N'.
              88 CARRY-OVER-DONE  VALUE 'Y'.
           05 WS-PEND-REWRITTEN-FLAG PIC X VALUE 'N'.
              88 PEND-REWRITTEN   VALUE 'Y'.

      *    Montants mis en forme pour l'état et pour l'image de
      *    resoumission, et ligne de l'état en cours.
       01 WS-DISPLAY-FORMATS.
           05 WS-NUM-DISPLAY       PIC -ZZZZZZZZ9.9999.
           05 WS-TOTAL-DISPLAY     PIC -ZZZZZZZZZZ9.9999.
           05 WS-RUN-DATE          PIC X(8).
       01 WS-RLS-LINE              PIC X(110).

      *    Compteurs du passage.
       01 WS-RELS-COUNTERS.
           05 WS-PEND-READ-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-APPROVED-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-DECLINED-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-STILL-PEND-COUNT  PIC 9(9) VALUE ZERO.
           05 WS-STILL-PEND-TOTAL  PIC S9(11)V9(4) VALUE ZERO.
           05 WS-REFUSED-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-BAD-PEND-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-CARRIED-COUNT     PIC 9(9) VALUE ZERO.

      *    Codes retour remis au JCL: 8 si au moins une décision a
      *    été refusée ou si un mouvement en attente est non
      *    conforme, 12 si un fichier n'a pas pu être ouvert ou
      *    réécrit, 20 si l'identifiant du superviseur est absent,
      *    inconnu, désactivé ou non habilité.
       01 WS-RELS-CONTROLS.
           05 WS-RC-REFUSED        PIC 9(4) VALUE 8.
           05 WS-RC-FAILURE        PIC 9(4) VALUE 12.
           05 WS-RC-SUPERVISOR     PIC 9(4) VALUE 20.

       PROCEDURE DIVISION.

      *    Point d'entrée principal du programme.
       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 2000-RELEASE-DRIVER.
           IF NOT LISTING-ONLY
              PERFORM 3000-UNUSED-DECISIONS
              PERFORM 4000-REWRITE-PENDING
           END-IF.
           PERFORM 5000-WRITE-TOTALS.
           PERFORM 9900-TERMINATE.

      *    Contrôle le paramètre, le superviseur et ouvre les
      *    fichiers. En mode ETAT, seuls les mouvements en attente
      *    et l'état sont ouverts.
       1100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM))
              TO WS-PARM.
           IF WS-PARM = "ETAT"
              MOVE 'E' TO WS-RUN-MODE-FLAG
           ELSE
              MOVE WS-PARM(1:8) TO WS-SUPERVISOR-ID
              PERFORM 1110-CHECK-SUPERVISOR
           END-IF.
           PERFORM 1125-CHECK-PENDING-WORK.
           OPEN OUTPUT CALC-RLS-FILE.
           IF WS-RLS-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCRLS.DAT "
                      "(statut " WS-RLS-FILE-STATUS
                      "). Approbation annulée."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           MOVE SPACES TO WS-RLS-LINE.
           IF LISTING-ONLY
              STRING "Etat des mouvements en attente CALCRELS - "
                        DELIMITED BY SIZE
                     "Date: " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO WS-RLS-LINE
           ELSE
              STRING "Approbation des mouvements en attente "
                        DELIMITED BY SIZE
                     "CALCRELS - Date: " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     " - Superviseur: " DELIMITED BY SIZE
                     WS-SUPERVISOR-ID DELIMITED BY SIZE
                     INTO WS-RLS-LINE
           END-IF.
           PERFORM 8100-WRITE-RLS-LINE.
           MOVE "Horodatage       Operateur Compte   Op "
              TO WS-RLS-LINE.
           MOVE "        Montant Decision" TO WS-RLS-LINE(40:).
           PERFORM 8100-WRITE-RLS-LINE.
           OPEN INPUT CALC-PEND-FILE.
           IF WS-PEND-FILE-STATUS = '35'
              DISPLAY "CALCPEND.DAT absent: aucun mouvement en "
                      "attente."
           ELSE
              IF WS-PEND-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCPEND.DAT "
                         "(statut " WS-PEND-FILE-STATUS
                         "). Approbation annulée."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
           END-IF.
           IF NOT LISTING-ONLY
              PERFORM 1120-LOAD-DECISIONS
              PERFORM 1130-OPEN-RELEASE-FILES
           END-IF.

      *    Le superviseur doit figurer au fichier maître des
      *    opérateurs, actif et habilité superviseur. Sans fichier
      *    maître, l'habilitation ne peut pas être prouvée et le
      *    passage est refusé.
       1110-CHECK-SUPERVISOR.
           IF WS-SUPERVISOR-ID = SPACES
              DISPLAY "ERREUR: identifiant du superviseur absent "
                      "du paramètre. Approbation refusée."
              MOVE WS-RC-SUPERVISOR TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN INPUT CALC-OPER-FILE.
           IF WS-OPER-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCOPER.DAT "
                      "(statut " WS-OPER-FILE-STATUS
                      "). Habilitation du superviseur invérifiable,"
                      " approbation refusée."
              MOVE WS-RC-SUPERVISOR TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           MOVE 'N' TO WS-OPER-EOF.
           PERFORM UNTIL OPER-EOF-REACHED OR SUPERVISOR-FOUND
              READ CALC-OPER-FILE
                 AT END
                    MOVE 'Y' TO WS-OPER-EOF
                 NOT AT END
                    IF FUNCTION UPPER-CASE(OM-OPERATOR-ID)
                          = WS-SUPERVISOR-ID
                       MOVE 'Y' TO WS-SUPV-FOUND-FLAG
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALC-OPER-FILE.
           IF NOT SUPERVISOR-FOUND
              DISPLAY "ERREUR: superviseur inconnu de CALCOPER.DAT: "
                      WS-SUPERVISOR-ID ". Approbation refusée."
              MOVE WS-RC-SUPERVISOR TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           IF FUNCTION UPPER-CASE(OM-ACTIVE) NOT = 'O'
              OR FUNCTION UPPER-CASE(OM-SUPERVISOR) NOT = 'O'
              DISPLAY "ERREUR: identifiant " WS-SUPERVISOR-ID
                      " désactivé ou non habilité superviseur. "
                      "Approbation refusée."
              MOVE WS-RC-SUPERVISOR TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.

      *    Charge les décisions du superviseur. Un fichier absent
      *    n'est pas une erreur (aucune décision: l'état liste les
      *    mouvements en attente); une décision d'action inconnue,
      *    ou un refus sans motif, est refusée dès le chargement.
       1120-LOAD-DECISIONS.
           OPEN INPUT CALC-RLTR-FILE.
           IF WS-RLTR-FILE-STATUS = '35'
              DISPLAY "ATTENTION: CALCRLTR.DAT absent, aucune "
                      "décision à appliquer."
           ELSE
              IF WS-RLTR-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCRLTR.DAT "
                         "(statut " WS-RLTR-FILE-STATUS
                         "). Approbation annulée."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE 'N' TO WS-RLTR-EOF
              PERFORM UNTIL RLTR-EOF-REACHED
                 READ CALC-RLTR-FILE
                    AT END
                       MOVE 'Y' TO WS-RLTR-EOF
                    NOT AT END
                       PERFORM 1122-LOAD-ONE-DECISION
                 END-READ
              END-PERFORM
              CLOSE CALC-RLTR-FILE
           END-IF.

      *    Ajoute une décision à la table après contrôle.
       1122-LOAD-ONE-DECISION.
           MOVE FUNCTION UPPER-CASE(RL-ACTION) TO RL-ACTION.
           MOVE SPACES TO WS-REFUSE-REASON.
           EVALUATE TRUE
              WHEN RL-ACTION NOT = 'A' AND RL-ACTION NOT = 'R'
                 MOVE "action inconnue (A/R)" TO WS-REFUSE-REASON
              WHEN RL-PEND-STAMP = SPACES
                 MOVE "horodatage a blanc" TO WS-REFUSE-REASON
              WHEN RL-ACTION = 'R' AND RL-REASON = SPACES
                 MOVE "refus sans motif" TO WS-REFUSE-REASON
              WHEN WS-DECISION-COUNT NOT < WS-DECISION-LIMIT
                 MOVE "table des decisions saturee"
                    TO WS-REFUSE-REASON
              WHEN OTHER
                 ADD 1 TO WS-DECISION-COUNT
                 SET WS-DEC-IDX TO WS-DECISION-COUNT
                 MOVE RL-ACTION TO DC-ACTION(WS-DEC-IDX)
                 MOVE RL-PEND-STAMP TO DC-PEND-STAMP(WS-DEC-IDX)
                 MOVE RL-REASON TO DC-REASON(WS-DEC-IDX)
                 MOVE 'N' TO DC-USED-FLAG(WS-DEC-IDX)
           END-EVALUATE.
           IF WS-REFUSE-REASON NOT = SPACES
              PERFORM 2410-REFUSE-RLTR-RECORD
           END-IF.

      *    Un fichier de travail non vide est le reste d'un passage
      *    qui n'a pas pu réécrire CALCPEND.DAT: les mouvements
      *    qu'il a approuvés, déjà postés, y sont encore en attente
      *    et le seraient une seconde fois. Aucun passage, pas même
      *    l'état seul, n'est admis avant que les décisions aient
      *    été reportées et le fichier de travail vidé.
       1125-CHECK-PENDING-WORK.
           OPEN INPUT CALC-PWRK-FILE.
           IF WS-PWRK-FILE-STATUS = '00'
              MOVE 'N' TO WS-PWRK-EOF
              READ CALC-PWRK-FILE
                 AT END
                    MOVE 'Y' TO WS-PWRK-EOF
              END-READ
              CLOSE CALC-PWRK-FILE
              IF NOT PWRK-EOF-REACHED
                 DISPLAY "ERREUR: CALCPWRK.DAT non vide: décisions "
                         "d'un passage précédent non reportées dans "
                         "CALCPEND.DAT. Le recopier sur CALCPEND.DAT"
                         " (CALCPLUS arrêté, en gardant les "
                         "mouvements mis en attente depuis), puis le"
                         " vider. Approbation annulée."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
           ELSE
              IF WS-PWRK-FILE-STATUS NOT = '35'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCPWRK.DAT "
                         "(statut " WS-PWRK-FILE-STATUS
                         "). Approbation annulée."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
           END-IF.

      *    Ouvre les fichiers mis à jour par les décisions: le
      *    fichier maître des accumulateurs, le journal des
      *    postages et le fichier des rejets en ajout (créés au
      *    premier besoin), et le fichier de travail. Aucune
      *    décision n'est appliquée si l'un d'eux manque.
       1130-OPEN-RELEASE-FILES.
           OPEN I-O CALC-ACCT-FILE.
           IF WS-ACCT-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCACCT.DAT "
                      "(statut " WS-ACCT-FILE-STATUS
                      "). Approbation annulée."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN EXTEND CALC-JRNL-FILE.
           IF WS-JRNL-FILE-STATUS = '35'
              CLOSE CALC-JRNL-FILE
              OPEN OUTPUT CALC-JRNL-FILE
           END-IF.
           IF WS-JRNL-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCJRNL.DAT "
                      "(statut " WS-JRNL-FILE-STATUS
                      "). Approbation annulée: pas de postage "
                      "sans journal."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN EXTEND CALC-REJ-FILE.
           IF WS-REJ-FILE-STATUS = '35'
              CLOSE CALC-REJ-FILE
              OPEN OUTPUT CALC-REJ-FILE
           END-IF.
           IF WS-REJ-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCREJ.DAT "
                      "(statut " WS-REJ-FILE-STATUS
                      "). Approbation annulée."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN OUTPUT CALC-PWRK-FILE.
           IF WS-PWRK-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCPWRK.DAT "
                      "(statut " WS-PWRK-FILE-STATUS
                      "). Approbation annulée."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.

      *    Paragraphe pilote: relit chaque mouvement en attente,
      *    applique la décision qui le vise, le recopie au fichier
      *    de travail et le porte à l'état s'il est décidé par ce
      *    passage ou encore en attente.
       2000-RELEASE-DRIVER.
           IF WS-PEND-FILE-STATUS = '00'
              MOVE 'N' TO WS-PEND-EOF
              PERFORM UNTIL PEND-EOF-REACHED
                 READ CALC-PEND-FILE
                    AT END
                       MOVE 'Y' TO WS-PEND-EOF
                    NOT AT END
                       ADD 1 TO WS-PEND-READ-COUNT
                       PERFORM 2100-RELEASE-ONE
                       IF NOT LISTING-ONLY
                          MOVE CALC-PEND-RECORD TO CALC-PWRK-RECORD
                          WRITE CALC-PWRK-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALC-PEND-FILE
           END-IF.

      *    Traite un mouvement en attente. Un mouvement déjà décidé
      *    est recopié tel quel; un mouvement non conforme est
      *    recopié tel quel et signalé.
       2100-RELEASE-ONE.
           MOVE SPACES TO WS-OUTCOME-TEXT.
           MOVE SPACES TO WS-REFUSE-REASON.
           EVALUATE TRUE
              WHEN NOT PD-IS-PENDING
                 CONTINUE
              WHEN PD-PEND-STAMP = SPACES
                 OR PD-AMOUNT IS NOT NUMERIC
                 OR NOT PD-POSTING-CODE
                 ADD 1 TO WS-BAD-PEND-COUNT
                 MOVE "NON CONFORME, A CORRIGER" TO WS-OUTCOME-TEXT
                 PERFORM 2500-WRITE-DETAIL-LINE
              WHEN OTHER
                 MOVE ZERO TO WS-DECISION-FOUND
                 IF NOT LISTING-ONLY
                    PERFORM 2110-FIND-DECISION
                 END-IF
                 IF WS-DECISION-FOUND = ZERO
                    MOVE "EN ATTENTE" TO WS-OUTCOME-TEXT
                 ELSE
                    SET WS-DEC-IDX TO WS-DECISION-FOUND
                    MOVE 'Y' TO DC-USED-FLAG(WS-DEC-IDX)
                    IF PD-OPERATOR-ID = WS-SUPERVISOR-ID
                       MOVE "saisi par le superviseur"
                          TO WS-REFUSE-REASON
                       PERFORM 2400-REFUSE-DECISION
                    ELSE
                       IF DC-APPROVE(WS-DEC-IDX)
                          PERFORM 2200-APPROVE-ONE
                       ELSE
                          PERFORM 2300-DECLINE-ONE
                       END-IF
                    END-IF
                 END-IF
                 IF PD-IS-PENDING
                    ADD 1 TO WS-STILL-PEND-COUNT
                    ADD PD-AMOUNT TO WS-STILL-PEND-TOTAL
                 END-IF
                 PERFORM 2500-WRITE-DETAIL-LINE
           END-EVALUATE.

      *    Recherche la première décision encore sans emploi qui
      *    vise l'horodatage du mouvement en cours (zéro si aucune).
       2110-FIND-DECISION.
           MOVE ZERO TO WS-DECISION-FOUND.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DECISION-COUNT
                   OR WS-DECISION-FOUND > ZERO
              IF DC-PEND-STAMP(WS-DEC-IDX) = PD-PEND-STAMP
                 AND NOT DC-USED(WS-DEC-IDX)
                 SET WS-DECISION-FOUND TO WS-DEC-IDX
              END-IF
           END-PERFORM.

      *    Approbation: le mouvement est posté au compte, qui doit
      *    être ouvert, puis consigné au journal des postages avec
      *    l'opérateur d'origine et le superviseur. L'horodatage de
      *    la ligne du journal devient l'horodatage de la décision.
      *    Une approbation impossible (compte inconnu, gelé, fermé,
      *    dépassement de capacité) laisse le mouvement en attente
      *    et refuse la décision: le superviseur peut le refuser.
       2200-APPROVE-ONE.
           MOVE PD-ACCOUNT-CODE TO AC-ACCOUNT-CODE.
           READ CALC-ACCT-FILE
              INVALID KEY
                 MOVE "compte inconnu" TO WS-REFUSE-REASON
                 PERFORM 2400-REFUSE-DECISION
              NOT INVALID KEY
                 PERFORM 2210-POST-APPROVED
           END-READ.

      *    Poste le mouvement approuvé au compte lu.
       2210-POST-APPROVED.
           EVALUATE TRUE
              WHEN ACCOUNT-IS-CLOSED
                 MOVE "compte ferme" TO WS-REFUSE-REASON
              WHEN NOT ACCOUNT-IS-OPEN
                 MOVE "compte gele" TO WS-REFUSE-REASON
              WHEN AC-BALANCE IS NOT NUMERIC
                 MOVE "solde du compte non conforme"
                    TO WS-REFUSE-REASON
              WHEN OTHER
                 ADD PD-AMOUNT TO AC-BALANCE
                    ON SIZE ERROR
                       MOVE "depassement de capacite"
                          TO WS-REFUSE-REASON
                 END-ADD
           END-EVALUATE.
           IF WS-REFUSE-REASON NOT = SPACES
              PERFORM 2400-REFUSE-DECISION
           ELSE
              REWRITE CALC-ACCT-RECORD
                 INVALID KEY
                    MOVE "reecriture du compte en echec"
                       TO WS-REFUSE-REASON
                    PERFORM 2400-REFUSE-DECISION
                 NOT INVALID KEY
                    PERFORM 7000-TAKE-STAMP
                    MOVE PD-ACCOUNT-CODE TO JL-ACCOUNT-CODE
                    MOVE WS-NOW-DATE TO JL-DATE
                    MOVE WS-NOW-TIME TO JL-TIME
                    MOVE PD-OPERATOR-ID TO JL-OPERATOR-ID
                    MOVE PD-OP-CODE TO JL-OP-CODE
                    MOVE PD-AMOUNT TO JL-AMOUNT
                    MOVE AC-BALANCE TO JL-BALANCE-AFTER
                    MOVE WS-SUPERVISOR-ID TO JL-APPROVER-ID
                    MOVE WS-JRNL-LINE TO CALC-JRNL-RECORD
                    WRITE CALC-JRNL-RECORD
                    MOVE 'A' TO PD-STATUS
                    MOVE WS-SUPERVISOR-ID TO PD-SUPERVISOR-ID
                    MOVE WS-NOW-STAMP TO PD-DECISION-STAMP
                    ADD 1 TO WS-APPROVED-COUNT
                    MOVE "APPROUVE" TO WS-OUTCOME-TEXT
                    DISPLAY "Mouvement " PD-PEND-STAMP
                            " approuvé et posté au compte "
                            PD-ACCOUNT-CODE "."
              END-REWRITE
           END-IF.

      *    Refus: le mouvement est renvoyé au fichier des rejets
      *    (motif 09) sous la forme d'une transaction de mouvement
      *    direct prête à être corrigée et resoumise (un postage AP
      *    devient un débit AD de même montant signé; un débit AD
      *    ou un crédit AC garde son code et son montant saisi), et
      *    le motif du refus est porté au mouvement.
       2300-DECLINE-ONE.
           MOVE SPACES TO CALC-REJ-RECORD.
           MOVE ZERO TO RJ-RECORD-NUMBER.
           MOVE '09' TO RJ-REASON-CODE.
           MOVE PD-AMOUNT TO WS-RESUB-AMOUNT.
           EVALUATE PD-OP-CODE
              WHEN 'AC'
                 MOVE 'AC' TO RJ-TR-OPERATOR
                 COMPUTE WS-RESUB-AMOUNT = 0 - PD-AMOUNT
              WHEN OTHER
                 MOVE 'AD' TO RJ-TR-OPERATOR
           END-EVALUATE.
           MOVE PD-ACCOUNT-CODE TO RJ-TR-OPERAND.
           MOVE WS-RESUB-AMOUNT TO WS-NUM-DISPLAY.
           MOVE FUNCTION TRIM(WS-NUM-DISPLAY) TO RJ-TR-AMOUNT.
           WRITE CALC-REJ-RECORD.
           PERFORM 7000-TAKE-STAMP.
           MOVE 'R' TO PD-STATUS.
           MOVE WS-SUPERVISOR-ID TO PD-SUPERVISOR-ID.
           MOVE WS-NOW-STAMP TO PD-DECISION-STAMP.
           MOVE DC-REASON(WS-DEC-IDX) TO PD-DECLINE-REASON.
           ADD 1 TO WS-DECLINED-COUNT.
           MOVE SPACES TO WS-OUTCOME-TEXT.
           STRING "REFUSE: " DELIMITED BY SIZE
                  PD-DECLINE-REASON DELIMITED BY SIZE
                  INTO WS-OUTCOME-TEXT.
           DISPLAY "Mouvement " PD-PEND-STAMP " refusé, renvoyé "
                   "dans CALCREJ.DAT.".

      *    Décision refusée sur un mouvement trouvé: le mouvement
      *    reste en attente, le motif du refus de la décision est
      *    porté à l'état.
       2400-REFUSE-DECISION.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO WS-OUTCOME-TEXT.
           STRING "DECISION " DELIMITED BY SIZE
                  DC-ACTION(WS-DEC-IDX) DELIMITED BY SIZE
                  " REFUSEE: " DELIMITED BY SIZE
                  WS-REFUSE-REASON DELIMITED BY SIZE
                  INTO WS-OUTCOME-TEXT.
           DISPLAY "Décision refusée ("
                   FUNCTION TRIM(WS-REFUSE-REASON) "): "
                   DC-ACTION(WS-DEC-IDX) " " PD-PEND-STAMP.
           MOVE SPACES TO WS-REFUSE-REASON.

      *    Enregistrement de décision refusé sans mouvement
      *    (chargement, ou décision restée sans emploi): porté à
      *    l'état avec son motif.
       2410-REFUSE-RLTR-RECORD.
           ADD 1 TO WS-REFUSED-COUNT.
           DISPLAY "Décision refusée ("
                   FUNCTION TRIM(WS-REFUSE-REASON) "): "
                   CALC-RLTR-RECORD.
           MOVE SPACES TO WS-RLS-LINE.
           STRING "DECISION REFUSEE (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REFUSE-REASON) DELIMITED BY SIZE
                  "): " DELIMITED BY SIZE
                  CALC-RLTR-RECORD DELIMITED BY SIZE
                  INTO WS-RLS-LINE.
           PERFORM 8100-WRITE-RLS-LINE.
           MOVE SPACES TO WS-REFUSE-REASON.

      *    Ligne de détail de l'état: horodatage, opérateur,
      *    compte, code, montant et issue du mouvement.
       2500-WRITE-DETAIL-LINE.
           IF PD-AMOUNT IS NUMERIC
              MOVE PD-AMOUNT TO WS-NUM-DISPLAY
           ELSE
              MOVE ZERO TO WS-NUM-DISPLAY
           END-IF.
           MOVE SPACES TO WS-RLS-LINE.
           STRING PD-PEND-STAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PD-OPERATOR-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PD-ACCOUNT-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PD-OP-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NUM-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OUTCOME-TEXT DELIMITED BY SIZE
                  INTO WS-RLS-LINE.
           PERFORM 8100-WRITE-RLS-LINE.

      *    Décisions restées sans emploi: horodatage inconnu,
      *    mouvement déjà décidé ou décision en double.
       3000-UNUSED-DECISIONS.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DECISION-COUNT
              IF NOT DC-USED(WS-DEC-IDX)
                 MOVE SPACES TO CALC-RLTR-RECORD
                 MOVE DC-ACTION(WS-DEC-IDX) TO RL-ACTION
                 MOVE DC-PEND-STAMP(WS-DEC-IDX) TO RL-PEND-STAMP
                 MOVE DC-REASON(WS-DEC-IDX) TO RL-REASON
                 MOVE "aucun mouvement en attente"
                    TO WS-REFUSE-REASON
                 PERFORM 2410-REFUSE-RLTR-RECORD
              END-IF
           END-PERFORM.

      *    Recopie le fichier de travail sur CALCPEND.DAT pour y
      *    conserver les décisions prises, puis ferme les fichiers
      *    mis à jour. Les mouvements mis en attente par CALCPLUS
      *    pendant le passage sont d'abord repris au fichier de
      *    travail (4100). Sans décision appliquée, le fichier des
      *    mouvements en attente est laissé tel quel. Le fichier de
      *    travail n'est vidé (4200) qu'une fois CALCPEND.DAT
      *    réécrit: en cas d'échec, les soldes et le journal sont
      *    déjà mis à jour, et CALCPWRK.DAT porte les décisions à
      *    reporter avant tout nouveau passage (1125).
       4000-REWRITE-PENDING.
           CLOSE CALC-ACCT-FILE.
           CLOSE CALC-JRNL-FILE.
           CLOSE CALC-REJ-FILE.
           IF WS-APPROVED-COUNT + WS-DECLINED-COUNT = ZERO
              CLOSE CALC-PWRK-FILE
              PERFORM 4200-CLEAR-PENDING-WORK
           ELSE
              PERFORM 4100-CARRY-OVER-PENDING
              CLOSE CALC-PWRK-FILE
              IF CARRY-OVER-DONE
                 PERFORM 4300-COPY-BACK-PENDING
              END-IF
              IF PEND-REWRITTEN
                 PERFORM 4200-CLEAR-PENDING-WORK
              END-IF
           END-IF.

      *    Relit CALCPEND.DAT et reporte au fichier de travail,
      *    encore ouvert, les enregistrements au-delà de ceux lus
      *    par 2000: les mouvements mis en attente par CALCPLUS
      *    depuis le début du passage. Un fichier illisible, ou
      *    plus court qu'au début du passage, n'est pas réécrit.
       4100-CARRY-OVER-PENDING.
           MOVE ZERO TO WS-PEND-REREAD-COUNT.
           OPEN INPUT CALC-PEND-FILE.
           IF WS-PEND-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible de relire CALCPEND.DAT "
                      "(statut " WS-PEND-FILE-STATUS
                      "). Décisions à reporter depuis CALCPWRK.DAT."
              MOVE WS-RC-FAILURE TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-PEND-EOF
              PERFORM UNTIL PEND-EOF-REACHED
                 READ CALC-PEND-FILE
                    AT END
                       MOVE 'Y' TO WS-PEND-EOF
                    NOT AT END
                       ADD 1 TO WS-PEND-REREAD-COUNT
                       IF WS-PEND-REREAD-COUNT > WS-PEND-READ-COUNT
                          MOVE CALC-PEND-RECORD TO CALC-PWRK-RECORD
                          WRITE CALC-PWRK-RECORD
                          ADD 1 TO WS-CARRIED-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALC-PEND-FILE
              IF WS-PEND-REREAD-COUNT < WS-PEND-READ-COUNT
                 DISPLAY "ERREUR: CALCPEND.DAT raccourci pendant le "
                         "passage (" WS-PEND-REREAD-COUNT " contre "
                         WS-PEND-READ-COUNT "). Décisions à "
                         "reporter depuis CALCPWRK.DAT."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
              ELSE
                 MOVE 'Y' TO WS-CARRY-OVER-FLAG
                 IF WS-CARRIED-COUNT > ZERO
                    DISPLAY "Mouvements mis en attente pendant le "
                            "passage, conservés: " WS-CARRIED-COUNT
                 END-IF
              END-IF
           END-IF.

      *    Vide le fichier de travail, une fois ses décisions
      *    reportées (ou sans décision appliquée).
       4200-CLEAR-PENDING-WORK.
           OPEN OUTPUT CALC-PWRK-FILE.
           IF WS-PWRK-FILE-STATUS = '00'
              CLOSE CALC-PWRK-FILE
           ELSE
              DISPLAY "ERREUR: impossible de vider CALCPWRK.DAT "
                      "(statut " WS-PWRK-FILE-STATUS
                      "): CALCPEND.DAT est à jour, le vider avant "
                      "le passage suivant."
              MOVE WS-RC-FAILURE TO RETURN-CODE
           END-IF.

      *    Recopie le fichier de travail sur CALCPEND.DAT, qui
      *    n'est ouvert en sortie qu'une fois le fichier de travail
      *    relisible.
       4300-COPY-BACK-PENDING.
           OPEN INPUT CALC-PWRK-FILE.
           IF WS-PWRK-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible de relire CALCPWRK.DAT "
                      "(statut " WS-PWRK-FILE-STATUS
                      "). CALCPEND.DAT non réécrit, décisions à "
                      "reporter depuis CALCPWRK.DAT."
              MOVE WS-RC-FAILURE TO RETURN-CODE
           ELSE
              OPEN OUTPUT CALC-PEND-FILE
              IF WS-PEND-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible de réécrire "
                         "CALCPEND.DAT (statut "
                         WS-PEND-FILE-STATUS "). Décisions à "
                         "reporter depuis CALCPWRK.DAT."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
              ELSE
                 MOVE 'N' TO WS-PWRK-EOF
                 PERFORM UNTIL PWRK-EOF-REACHED
                    READ CALC-PWRK-FILE
                       AT END
                          MOVE 'Y' TO WS-PWRK-EOF
                       NOT AT END
                          MOVE CALC-PWRK-RECORD TO CALC-PEND-RECORD
                          WRITE CALC-PEND-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE CALC-PEND-FILE
                 MOVE 'Y' TO WS-PEND-REWRITTEN-FLAG
              END-IF
              CLOSE CALC-PWRK-FILE
           END-IF.

      *    Totaux de l'état.
       5000-WRITE-TOTALS.
           MOVE SPACES TO WS-RLS-LINE.
           PERFORM 8100-WRITE-RLS-LINE.
           IF NOT LISTING-ONLY
              MOVE SPACES TO WS-RLS-LINE
              STRING "Mouvements approuves: " DELIMITED BY SIZE
                     WS-APPROVED-COUNT DELIMITED BY SIZE
                     "  refuses: " DELIMITED BY SIZE
                     WS-DECLINED-COUNT DELIMITED BY SIZE
                     "  decisions refusees: " DELIMITED BY SIZE
                     WS-REFUSED-COUNT DELIMITED BY SIZE
                     INTO WS-RLS-LINE
              PERFORM 8100-WRITE-RLS-LINE
           END-IF.
           MOVE WS-STILL-PEND-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WS-RLS-LINE.
           STRING "Mouvements encore en attente: " DELIMITED BY SIZE
                  WS-STILL-PEND-COUNT DELIMITED BY SIZE
                  "  montant net: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
                  INTO WS-RLS-LINE.
           PERFORM 8100-WRITE-RLS-LINE.
           IF WS-BAD-PEND-COUNT > ZERO
              MOVE SPACES TO WS-RLS-LINE
              STRING "Mouvements non conformes: " DELIMITED BY SIZE
                     WS-BAD-PEND-COUNT DELIMITED BY SIZE
                     INTO WS-RLS-LINE
              PERFORM 8100-WRITE-RLS-LINE
           END-IF.
           IF WS-CARRIED-COUNT > ZERO
              MOVE SPACES TO WS-RLS-LINE
              STRING "Mouvements mis en attente pendant le passage "
                        DELIMITED BY SIZE
                     "(non listes): " DELIMITED BY SIZE
                     WS-CARRIED-COUNT DELIMITED BY SIZE
                     INTO WS-RLS-LINE
              PERFORM 8100-WRITE-RLS-LINE
           END-IF.
           CLOSE CALC-RLS-FILE.

      *    Prend l'horodatage de la décision en cours
      *    (WS-NOW-STAMP): la date et l'heure du moment, ou le
      *    centième qui suit la dernière décision si l'horloge ne
      *    l'a pas dépassée.
       7000-TAKE-STAMP.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           IF WS-NOW-STAMP NOT > WS-LAST-STAMP
              MOVE WS-LAST-STAMP TO WS-NOW-STAMP
              PERFORM 7010-NEXT-STAMP
           END-IF.
           MOVE WS-NOW-STAMP TO WS-LAST-STAMP.

      *    Avance d'un centième de seconde l'horodatage en cours,
      *    avec report sur les secondes, les minutes et les heures
      *    (bloqué à 23595999 en toute fin de journée).
       7010-NEXT-STAMP.
           IF WS-NOW-TIME = '23595999'
              CONTINUE
           ELSE
              IF WS-NOW-CC < 99
                 ADD 1 TO WS-NOW-CC
              ELSE
                 MOVE ZERO TO WS-NOW-CC
                 IF WS-NOW-SS < 59
                    ADD 1 TO WS-NOW-SS
                 ELSE
                    MOVE ZERO TO WS-NOW-SS
                    IF WS-NOW-MN < 59
                       ADD 1 TO WS-NOW-MN
                    ELSE
                       MOVE ZERO TO WS-NOW-MN
                       ADD 1 TO WS-NOW-HH
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Écrit la ligne d'état composée dans WS-RLS-LINE.
       8100-WRITE-RLS-LINE.
           IF WS-RLS-FILE-STATUS = '00'
              MOVE WS-RLS-LINE TO CALC-RLS-RECORD
              WRITE CALC-RLS-RECORD
           END-IF.

      *    Fin du programme: totaux du passage et code retour pour
      *    le JCL.
       9900-TERMINATE.
           DISPLAY "Approbation terminée. Mouvements lus: "
                   WS-PEND-READ-COUNT " approuvés: "
                   WS-APPROVED-COUNT " refusés: " WS-DECLINED-COUNT
                   " en attente: " WS-STILL-PEND-COUNT
                   " décisions refusées: " WS-REFUSED-COUNT.
           IF (WS-REFUSED-COUNT > ZERO OR WS-BAD-PEND-COUNT > ZERO)
              AND RETURN-CODE = ZERO
              MOVE WS-RC-REFUSED TO RETURN-CODE
           END-IF.
           STOP RUN.
