      *    *************************************************************
      *    PROGRAMME CALCRECN
      *    Rapprochement croisé de fin de journée des trois traces
      *    de CALCPLUS. Pour la date fournie en paramètre
      *    (AAAAMMJJ, la date du jour à défaut), chaque mouvement
      *    de solde AP/AZ/AD/AC/AX du journal des calculs
      *    CALCLOG.DAT est rapproché de sa ligne au journal des
      *    postages CALCJRNL.DAT: même compte, même date et même
      *    heure, même opérateur, même code, même montant (hors AZ,
      *    dont le journal des calculs ne porte pas le montant) et
      *    même solde après mouvement. Un mouvement présent dans un
      *    seul des deux journaux, ou divergent de l'un à l'autre,
      *    est un écart. Les lignes du journal des postages qui
      *    n'ont pas de ligne au journal des calculs par
      *    construction sont comptées à part: approbations de
      *    CALCRELS (approbateur renseigné) et annulations
      *    interactives AN. Chaque passage batch de la date inscrit
      *    à l'historique CALCRUNH.DAT est ensuite prouvé: ses
      *    transactions appliquées, moins les mouvements mis en
      *    attente par le passage (CALCPEND.DAT, mode B), doivent
      *    égaler les lignes BATCH écrites au journal des calculs
      *    dans sa fenêtre, entre la fin du passage précédent et sa
      *    propre fin. Les écarts vont à l'état CALCRCN.DAT, avec
      *    un code retour non nul.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRecn.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Journal séquentiel des opérations, produit par CALCPLUS.
           SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

      *    Journal des postages, produit par CALCPLUS et CALCRELS.
           SELECT CALC-JRNL-FILE ASSIGN TO "CALCJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      *    Historique des passages batch de CALCPLUS.
           SELECT CALC-RUNH-FILE ASSIGN TO "CALCRUNH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNH-FILE-STATUS.

      *    Mouvements mis en attente d'approbation par CALCPLUS.
           SELECT CALC-PEND-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

      *    État des écarts du rapprochement.
           SELECT CALC-RCN-FILE ASSIGN TO "CALCRCN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Enregistrement du journal des calculs, relu tel qu'écrit
      *    par CALCPLUS puis décomposé dans WS-VLOG-LINE.
       FD  CALC-LOG-FILE.
       01  CALC-LOG-RECORD         PIC X(86).

      *    Enregistrement du journal des postages, décomposé dans
      *    WS-JRNL-LINE.
       FD  CALC-JRNL-FILE.
       01  CALC-JRNL-RECORD        PIC X(111).

      *    Enregistrement de l'historique des passages, dans la
      *    disposition écrite par CALCPLUS (1059-WRITE-RUN-HISTORY).
       FD  CALC-RUNH-FILE.
       01  CALC-RUNH-RECORD.
           05 RH-RUN-DATE          PIC X(8).
           05 FILLER               PIC X.
           05 RH-RUN-TIME          PIC X(8).
           05 FILLER               PIC X.
           05 RH-FILE-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 RH-ORIGIN-SYSTEM     PIC X(8).
           05 FILLER               PIC X.
           05 RH-APPLIED-COUNT     PIC 9(9).
           05 FILLER               PIC X.
           05 RH-REJECT-COUNT      PIC 9(9).
           05 FILLER               PIC X.
           05 RH-RETURN-CODE       PIC 9(4).

      *    Mouvement en attente, dans la disposition écrite par
      *    CALCPLUS (3330-WRITE-PENDING); seuls l'horodatage,
      *    l'opérateur et le mode de passage servent ici.
       FD  CALC-PEND-FILE.
       01  CALC-PEND-RECORD.
           05 PD-PEND-STAMP        PIC X(16).
           05 FILLER               PIC X.
           05 PD-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X(28).
           05 PD-RUN-MODE          PIC X.
           05 FILLER               PIC X(59).

      *    Enregistrement de l'état des écarts (une ligne de texte).
       FD  CALC-RCN-FILE.
       01  CALC-RCN-RECORD         PIC X(130).

       WORKING-STORAGE SECTION.

      *    États des fichiers utilisés par le programme.
       01 WS-FILE-STATUSES.
           05 WS-LOG-FILE-STATUS   PIC XX VALUE SPACES.
           05 WS-JRNL-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-RUNH-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-PEND-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-RCN-FILE-STATUS   PIC XX VALUE SPACES.

      *    Décomposition d'une ligne du journal des calculs, en
      *    miroir de la ligne composée par CALCPLUS
      *    (1450-LOG-CALCULATION). Les champs numériques édités
      *    sont relus en texte puis convertis via FUNCTION NUMVAL.
       01 WS-VLOG-LINE.
           05 VL-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X.
           05 VL-DATE              PIC X(8).
           05 FILLER               PIC X.
           05 VL-TIME              PIC X(8).
           05 FILLER               PIC X.
           05 VL-OPERAND-1         PIC X(15).
           05 FILLER               PIC X.
           05 VL-OP-CODE           PIC X(2).
              88 VL-BALANCE-MOVE  VALUE 'AP', 'AZ', 'AD', 'AC',
                                        'AX'.
           05 FILLER               PIC X.
           05 VL-OPERAND-2         PIC X(15).
           05 FILLER               PIC X.
           05 VL-RESULT            PIC X(15).
           05 FILLER               PIC X.
           05 VL-ACCOUNT-CODE      PIC X(8).

      *    Ligne du journal des postages, en miroir de la
      *    disposition de CALCPLUS (3600-WRITE-POSTING-JOURNAL).
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
              88 JL-BALANCE-MOVE  VALUE 'AP', 'AZ', 'AD', 'AC',
                                        'AX'.
              88 JL-UNDO          VALUE 'AN'.
           05 FILLER               PIC X.
           05 JL-AMOUNT            PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 JL-BALANCE-AFTER     PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 JL-GL-EXTRACT-ID     PIC X(16).
           05 FILLER               PIC X.
           05 JL-LINK-STAMP        PIC X(16).
           05 FILLER               PIC X.
           05 JL-APPROVER-ID       PIC X(8).

      *    Date rapprochée (paramètre, ou date du jour) et date du
      *    jour reportée en tête de l'état.
       01 WS-RECON-CONTROLS.
           05 WS-RECON-PARM        PIC X(16) VALUE SPACES.
           05 WS-RECON-DATE        PIC X(8).
           05 WS-TODAY-DATE        PIC X(8).

      *    Date de travail pour le contrôle du paramètre, avec sa
      *    vue numérique par année, mois et jour.
       01 WS-DATE-WORK             PIC X(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YEAR         PIC 9(4).
           05 WS-DATE-MONTH        PIC 9(2).
           05 WS-DATE-DAY          PIC 9(2).

      *    Horodatages comparés (date suivie de l'heure,
      *    AAAAMMJJHHMMSScc): début de la journée rapprochée, ligne
      *    en cours et fin du passage précédent.
           05 WS-DAY-START-STAMP   PIC X(16).
           05 WS-LINE-STAMP        PIC X(16).
           05 WS-PREV-END-STAMP    PIC X(16) VALUE LOW-VALUES.
           05 WS-RUN-STAMP-WORK    PIC X(16).

      *    Table des lignes du journal des postages de la date qui
      *    appellent une ligne au journal des calculs (mouvements
      *    AP/AZ/AD/AC/AX de CALCPLUS), avec leur rang au journal
      *    et l'indicateur de rapprochement.
       01 WS-JRNL-TABLE-DATA.
           05 WS-JT-COUNT          PIC 9(5) VALUE ZERO.
           05 WS-JT-LIMIT          PIC 9(5) VALUE 10000.
           05 WS-JT-ENTRY OCCURS 10000 TIMES
                                INDEXED BY WS-JT-IDX.
              10 JT-ACCOUNT-CODE   PIC X(8).
              10 JT-STAMP          PIC X(16).
              10 JT-OPERATOR-ID    PIC X(8).
              10 JT-OP-CODE        PIC X(2).
              10 JT-AMOUNT         PIC S9(9)V9(4).
              10 JT-BALANCE-AFTER  PIC S9(9)V9(4).
              10 JT-RANK           PIC 9(9).
              10 JT-MATCH-FLAG     PIC X.
                 88 JT-MATCHED     VALUE 'Y'.
           05 WS-JT-FOUND          PIC 9(5).

      *    Table des passages batch de la date: fin du passage
      *    (commune aux enregistrements de ses lots), début de sa
      *    fenêtre, nombre de lots, transactions appliquées, code
      *    retour, mouvements mis en attente et lignes BATCH
      *    constatées dans la fenêtre.
       01 WS-RUN-TABLE-DATA.
           05 WS-RN-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-RN-LIMIT          PIC 9(4) VALUE 500.
           05 WS-RN-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-RN-IDX.
              10 RN-END-STAMP      PIC X(16).
              10 RN-START-STAMP    PIC X(16).
              10 RN-LOT-COUNT      PIC 9(3).
              10 RN-APPLIED-COUNT  PIC 9(9).
              10 RN-RETURN-CODE    PIC 9(4).
              10 RN-PARKED-COUNT   PIC 9(9).
              10 RN-LOG-COUNT      PIC 9(9).
           05 WS-RN-EXPECTED       PIC S9(9).

      *    Montants relus du journal des calculs pour le
      *    rapprochement de la ligne en cours.
       01 WS-LOG-AMOUNTS.
           05 WS-LOG-AMOUNT        PIC S9(9)V9(4).
           05 WS-LOG-BALANCE       PIC S9(9)V9(4).
           05 WS-NUMVAL-STATUS     PIC 9(2).

      *    Compteurs du rapprochement.
       01 WS-RECON-COUNTERS.
           05 WS-LOG-READ-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-LOG-MOVE-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-JRNL-READ-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-JRNL-MOVE-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-MATCHED-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-APPROVED-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-UNDO-COUNT        PIC 9(9) VALUE ZERO.
           05 WS-EXCEPTION-COUNT   PIC 9(9) VALUE ZERO.

      *    Indicateurs de déroulement du rapprochement.
       01 WS-RECON-SWITCHES.

      *    Indicateurs de fin de fichier.
           05 WS-LOG-EOF           PIC X VALUE 'N'.
              88 LOG-EOF-REACHED  VALUE 'Y'.
           05 WS-JRNL-EOF          PIC X VALUE 'N'.
              88 JRNL-EOF-REACHED VALUE 'Y'.
           05 WS-RUNH-EOF          PIC X VALUE 'N'.
              88 RUNH-EOF-REACHED VALUE 'Y'.
           05 WS-PEND-EOF          PIC X VALUE 'N'.
              88 PEND-EOF-REACHED VALUE 'Y'.

      *    Table saturée: les lignes ou passages suivants ne sont
      *    plus suivis, et le rapprochement est déclaré en écart.
           05 WS-TABLE-FULL-FLAG   PIC X VALUE 'N'.
              88 TABLE-FULL       VALUE 'Y'.

      *    Motif de l'écart en cours d'écriture.
           05 WS-EXCEPTION-REASON  PIC X(50).

      *    Codes retour remis au JCL: 8 si au moins un écart a été
      *    constaté, 12 si la date est invalide ou si un fichier
      *    présent n'a pas pu être ouvert.
           05 WS-RC-EXCEPTIONS     PIC 9(4) VALUE 8.
           05 WS-RC-FAILURE        PIC 9(4) VALUE 12.

      *    Formats d'affichage pour les montants.
       01 WS-DISPLAY-FORMATS.
           05 WS-NUM-DISPLAY       PIC -ZZZZZZZZ9.9999.

      *    Ligne de texte de l'état, composée en mémoire avant
      *    d'être transférée vers CALC-RCN-RECORD.
       01 WS-RCN-LINE              PIC X(130).

       PROCEDURE DIVISION.

      *    Point d'entrée principal du programme.
       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-LOAD-RUN-HISTORY.
           PERFORM 1300-LOAD-PENDING.
           PERFORM 1400-LOAD-JOURNAL.
           PERFORM 1500-MATCH-LOG.
           PERFORM 1600-REPORT-UNMATCHED.
           PERFORM 1700-PROVE-RUNS.
           PERFORM 9900-TERMINATE.

      *    Contrôle la date fournie en paramètre (équivalent du
      *    PARM= de l'étape JCL): AAAAMMJJ, ou à blanc pour la date
      *    du jour. Ouvre ensuite l'état des écarts, avec son
      *    en-tête.
       1100-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RECON-PARM FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-RECON-PARM) TO WS-RECON-PARM.
           IF WS-RECON-PARM = SPACES
              MOVE WS-TODAY-DATE TO WS-RECON-DATE
           ELSE
              MOVE WS-RECON-PARM(1:8) TO WS-DATE-WORK
              IF WS-DATE-WORK IS NOT NUMERIC
                 OR WS-RECON-PARM(9:8) NOT = SPACES
                 OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                 OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
                 DISPLAY "ERREUR: date AAAAMMJJ attendue en "
                         "paramètre. Rapprochement annulé."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE WS-DATE-WORK TO WS-RECON-DATE
           END-IF.
           MOVE WS-RECON-DATE TO WS-DAY-START-STAMP(1:8).
           MOVE ZEROES TO WS-DAY-START-STAMP(9:8).
           OPEN OUTPUT CALC-RCN-FILE.
           IF WS-RCN-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCRCN.DAT "
                      "(statut " WS-RCN-FILE-STATUS
                      "). État des écarts non produit."
           ELSE
              MOVE SPACES TO WS-RCN-LINE
              STRING "Rapprochement CALCLOG/CALCJRNL/CALCRUNH du "
                        DELIMITED BY SIZE
                     WS-RECON-DATE DELIMITED BY SIZE
                     " - Date: " DELIMITED BY SIZE
                     WS-TODAY-DATE DELIMITED BY SIZE
                     INTO WS-RCN-LINE
              PERFORM 8100-WRITE-RCN-LINE
              MOVE SPACES TO WS-RCN-LINE
              PERFORM 8100-WRITE-RCN-LINE
           END-IF.

      *    Charge les passages batch de la date depuis
      *    l'historique. Les enregistrements des lots d'un même
      *    passage portent la même date et la même heure de fin;
      *    ils se suivent et sont regroupés en un passage. La
      *    fenêtre d'un passage part de la fin du passage
      *    précédent (au plus tôt, du début de la journée). Un
      *    historique absent vaut historique vide.
       1200-LOAD-RUN-HISTORY.
           OPEN INPUT CALC-RUNH-FILE.
           IF WS-RUNH-FILE-STATUS = '35'
              DISPLAY "ATTENTION: CALCRUNH.DAT absent, aucun passage "
                      "batch à prouver."
           ELSE
              IF WS-RUNH-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCRUNH.DAT "
                         "(statut " WS-RUNH-FILE-STATUS
                         "). Rapprochement annulé."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE 'N' TO WS-RUNH-EOF
              PERFORM UNTIL RUNH-EOF-REACHED
                 READ CALC-RUNH-FILE
                    AT END
                       MOVE 'Y' TO WS-RUNH-EOF
                    NOT AT END
                       PERFORM 1210-LOAD-ONE-RUN
                 END-READ
              END-PERFORM
              CLOSE CALC-RUNH-FILE
           END-IF.

      *    Retient un enregistrement de l'historique: rattaché au
      *    passage en cours s'il en porte la fin, sinon ouvre un
      *    nouveau passage (retenu s'il est de la date rapprochée).
      *    Un enregistrement non conforme est un écart.
       1210-LOAD-ONE-RUN.
           IF RH-RUN-DATE IS NOT NUMERIC
              OR RH-RUN-TIME IS NOT NUMERIC
              OR RH-APPLIED-COUNT IS NOT NUMERIC
              OR RH-RETURN-CODE IS NOT NUMERIC
              MOVE SPACES TO WS-RCN-LINE
              STRING "CALCRUNH illisible: " DELIMITED BY SIZE
                     CALC-RUNH-RECORD DELIMITED BY SIZE
                     INTO WS-RCN-LINE
              PERFORM 8000-WRITE-EXCEPTION
           ELSE
              MOVE RH-RUN-DATE TO WS-RUN-STAMP-WORK(1:8)
              MOVE RH-RUN-TIME TO WS-RUN-STAMP-WORK(9:8)
              IF WS-RUN-STAMP-WORK NOT = WS-PREV-END-STAMP
                 IF RH-RUN-DATE = WS-RECON-DATE
                    PERFORM 1220-ADD-RUN
                 END-IF
                 MOVE WS-RUN-STAMP-WORK TO WS-PREV-END-STAMP
              ELSE
                 IF RH-RUN-DATE = WS-RECON-DATE
                    AND WS-RN-COUNT > ZERO
                    SET WS-RN-IDX TO WS-RN-COUNT
                    ADD 1 TO RN-LOT-COUNT(WS-RN-IDX)
                    ADD RH-APPLIED-COUNT TO RN-APPLIED-COUNT(WS-RN-IDX)
                 END-IF
              END-IF
           END-IF.

      *    Ouvre un passage de la date dans la table, avec sa
      *    fenêtre (fin du passage précédent, ou début de la
      *    journée s'il est antérieur).
       1220-ADD-RUN.
           IF WS-RN-COUNT NOT < WS-RN-LIMIT
              IF NOT TABLE-FULL
                 MOVE 'Y' TO WS-TABLE-FULL-FLAG
                 MOVE "table des passages saturee"
                    TO WS-EXCEPTION-REASON
                 MOVE SPACES TO WS-RCN-LINE
                 PERFORM 8000-WRITE-EXCEPTION
              END-IF
           ELSE
              ADD 1 TO WS-RN-COUNT
              SET WS-RN-IDX TO WS-RN-COUNT
              MOVE WS-RUN-STAMP-WORK TO RN-END-STAMP(WS-RN-IDX)
              IF WS-PREV-END-STAMP > WS-DAY-START-STAMP
                 MOVE WS-PREV-END-STAMP TO RN-START-STAMP(WS-RN-IDX)
              ELSE
                 MOVE WS-DAY-START-STAMP
                    TO RN-START-STAMP(WS-RN-IDX)
              END-IF
              MOVE 1 TO RN-LOT-COUNT(WS-RN-IDX)
              MOVE RH-APPLIED-COUNT TO RN-APPLIED-COUNT(WS-RN-IDX)
              MOVE RH-RETURN-CODE TO RN-RETURN-CODE(WS-RN-IDX)
              MOVE ZERO TO RN-PARKED-COUNT(WS-RN-IDX)
              MOVE ZERO TO RN-LOG-COUNT(WS-RN-IDX)
           END-IF.

      *    Compte, pour chaque passage de la date, les mouvements
      *    qu'il a mis en attente au lieu de les poster: ils
      *    figurent parmi ses transactions appliquées sans avoir de
      *    ligne au journal des calculs. Un fichier absent vaut
      *    aucun mouvement en attente.
       1300-LOAD-PENDING.
           IF WS-RN-COUNT > ZERO
              OPEN INPUT CALC-PEND-FILE
              IF WS-PEND-FILE-STATUS NOT = '35'
                 IF WS-PEND-FILE-STATUS NOT = '00'
                    DISPLAY "ERREUR: impossible d'ouvrir "
                            "CALCPEND.DAT (statut "
                            WS-PEND-FILE-STATUS
                            "). Rapprochement annulé."
                    MOVE WS-RC-FAILURE TO RETURN-CODE
                    PERFORM 9900-TERMINATE
                 END-IF
                 MOVE 'N' TO WS-PEND-EOF
                 PERFORM UNTIL PEND-EOF-REACHED
                    READ CALC-PEND-FILE
                       AT END
                          MOVE 'Y' TO WS-PEND-EOF
                       NOT AT END
                          PERFORM 1310-COUNT-ONE-PENDING
                    END-READ
                 END-PERFORM
                 CLOSE CALC-PEND-FILE
              END-IF
           END-IF.

      *    Impute un mouvement mis en attente par un passage batch
      *    au passage dont la fenêtre contient son horodatage.
       1310-COUNT-ONE-PENDING.
           IF PD-RUN-MODE = 'B'
              PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                      UNTIL WS-RN-IDX > WS-RN-COUNT
                 IF PD-PEND-STAMP > RN-START-STAMP(WS-RN-IDX)
                    AND PD-PEND-STAMP NOT > RN-END-STAMP(WS-RN-IDX)
                    ADD 1 TO RN-PARKED-COUNT(WS-RN-IDX)
                 END-IF
              END-PERFORM
           END-IF.

      *    Charge les lignes de la date du journal des postages.
      *    Un journal absent vaut journal vide.
       1400-LOAD-JOURNAL.
           OPEN INPUT CALC-JRNL-FILE.
           IF WS-JRNL-FILE-STATUS = '35'
              DISPLAY "ATTENTION: CALCJRNL.DAT absent, aucun "
                      "mouvement au journal des postages."
           ELSE
              IF WS-JRNL-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCJRNL.DAT "
                         "(statut " WS-JRNL-FILE-STATUS
                         "). Rapprochement annulé."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE 'N' TO WS-JRNL-EOF
              PERFORM UNTIL JRNL-EOF-REACHED
                 READ CALC-JRNL-FILE INTO WS-JRNL-LINE
                    AT END
                       MOVE 'Y' TO WS-JRNL-EOF
                    NOT AT END
                       ADD 1 TO WS-JRNL-READ-COUNT
                       IF JL-DATE = WS-RECON-DATE
                          PERFORM 1410-LOAD-ONE-JOURNAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALC-JRNL-FILE
           END-IF.

      *    Classe une ligne de la date: approbation de CALCRELS ou
      *    annulation interactive (comptées, sans ligne attendue au
      *    journal des calculs), mouvement de CALCPLUS (retenu
      *    pour le rapprochement), ou ligne illisible (écart).
       1410-LOAD-ONE-JOURNAL.
           EVALUATE TRUE
              WHEN JL-ACCOUNT-CODE = SPACES
                 OR JL-TIME IS NOT NUMERIC
                 OR JL-AMOUNT IS NOT NUMERIC
                 OR JL-BALANCE-AFTER IS NOT NUMERIC
                 MOVE "ligne illisible au journal des postages"
                    TO WS-EXCEPTION-REASON
                 PERFORM 8010-WRITE-JRNL-EXCEPTION
              WHEN JL-APPROVER-ID NOT = SPACES
                 ADD 1 TO WS-APPROVED-COUNT
              WHEN JL-UNDO
                 ADD 1 TO WS-UNDO-COUNT
              WHEN JL-BALANCE-MOVE
                 ADD 1 TO WS-JRNL-MOVE-COUNT
                 PERFORM 1420-ADD-JOURNAL-LINE
              WHEN OTHER
                 MOVE "code inconnu au journal des postages"
                    TO WS-EXCEPTION-REASON
                 PERFORM 8010-WRITE-JRNL-EXCEPTION
           END-EVALUATE.

      *    Ajoute la ligne en cours à la table des lignes à
      *    rapprocher.
       1420-ADD-JOURNAL-LINE.
           IF WS-JT-COUNT NOT < WS-JT-LIMIT
              IF NOT TABLE-FULL
                 MOVE 'Y' TO WS-TABLE-FULL-FLAG
                 MOVE "table du journal des postages saturee"
                    TO WS-EXCEPTION-REASON
                 PERFORM 8010-WRITE-JRNL-EXCEPTION
              END-IF
           ELSE
              ADD 1 TO WS-JT-COUNT
              SET WS-JT-IDX TO WS-JT-COUNT
              MOVE JL-ACCOUNT-CODE TO JT-ACCOUNT-CODE(WS-JT-IDX)
              MOVE JL-DATE TO JT-STAMP(WS-JT-IDX)(1:8)
              MOVE JL-TIME TO JT-STAMP(WS-JT-IDX)(9:8)
              MOVE JL-OPERATOR-ID TO JT-OPERATOR-ID(WS-JT-IDX)
              MOVE JL-OP-CODE TO JT-OP-CODE(WS-JT-IDX)
              MOVE JL-AMOUNT TO JT-AMOUNT(WS-JT-IDX)
              MOVE JL-BALANCE-AFTER TO JT-BALANCE-AFTER(WS-JT-IDX)
              MOVE WS-JRNL-READ-COUNT TO JT-RANK(WS-JT-IDX)
              MOVE 'N' TO JT-MATCH-FLAG(WS-JT-IDX)
           END-IF.

      *    Relit le journal des calculs: chaque mouvement de solde
      *    de la date est rapproché de sa ligne au journal des
      *    postages, et chaque ligne BATCH est imputée au passage
      *    dont la fenêtre la contient. Un journal absent vaut
      *    journal vide.
       1500-MATCH-LOG.
           OPEN INPUT CALC-LOG-FILE.
           IF WS-LOG-FILE-STATUS = '35'
              DISPLAY "ATTENTION: CALCLOG.DAT absent, aucune ligne "
                      "au journal des calculs."
           ELSE
              IF WS-LOG-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCLOG.DAT "
                         "(statut " WS-LOG-FILE-STATUS
                         "). Rapprochement annulé."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE 'N' TO WS-LOG-EOF
              PERFORM UNTIL LOG-EOF-REACHED
                 READ CALC-LOG-FILE INTO WS-VLOG-LINE
                    AT END
                       MOVE 'Y' TO WS-LOG-EOF
                    NOT AT END
                       ADD 1 TO WS-LOG-READ-COUNT
                       IF VL-DATE = WS-RECON-DATE
                          AND VL-BALANCE-MOVE
                          ADD 1 TO WS-LOG-MOVE-COUNT
                          PERFORM 1510-MATCH-ONE-LOG
                       END-IF
                       IF VL-OPERATOR-ID = "BATCH"
                          PERFORM 1530-COUNT-BATCH-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALC-LOG-FILE
           END-IF.

      *    Rapproche un mouvement du journal des calculs: la ligne
      *    du journal des postages de même compte, même date et
      *    même heure doit porter le même opérateur, le même code,
      *    le même montant (opérande 1 pour AD/AC/AX, résultat
      *    pour AP; non journalisé pour AZ) et le même solde après
      *    mouvement (opérande 2).
       1510-MATCH-ONE-LOG.
           COMPUTE WS-NUMVAL-STATUS =
              FUNCTION TEST-NUMVAL(VL-OPERAND-1).
           IF WS-NUMVAL-STATUS = ZERO
              COMPUTE WS-NUMVAL-STATUS =
                 FUNCTION TEST-NUMVAL(VL-OPERAND-2)
           END-IF.
           IF WS-NUMVAL-STATUS = ZERO
              COMPUTE WS-NUMVAL-STATUS =
                 FUNCTION TEST-NUMVAL(VL-RESULT)
           END-IF.
           IF WS-NUMVAL-STATUS NOT = ZERO
              OR VL-ACCOUNT-CODE = SPACES
              MOVE "ligne non analysable au journal des calculs"
                 TO WS-EXCEPTION-REASON
              PERFORM 8020-WRITE-LOG-EXCEPTION
           ELSE
              IF VL-OP-CODE = 'AP'
                 MOVE FUNCTION NUMVAL(VL-RESULT) TO WS-LOG-AMOUNT
              ELSE
                 MOVE FUNCTION NUMVAL(VL-OPERAND-1) TO WS-LOG-AMOUNT
              END-IF
              MOVE FUNCTION NUMVAL(VL-OPERAND-2) TO WS-LOG-BALANCE
              MOVE VL-DATE TO WS-LINE-STAMP(1:8)
              MOVE VL-TIME TO WS-LINE-STAMP(9:8)
              PERFORM 1520-FIND-JOURNAL-LINE
              IF WS-JT-FOUND = ZERO
                 MOVE "absent du journal des postages"
                    TO WS-EXCEPTION-REASON
                 PERFORM 8020-WRITE-LOG-EXCEPTION
              ELSE
                 SET WS-JT-IDX TO WS-JT-FOUND
                 MOVE 'Y' TO JT-MATCH-FLAG(WS-JT-IDX)
                 IF JT-OPERATOR-ID(WS-JT-IDX) = VL-OPERATOR-ID
                    AND JT-OP-CODE(WS-JT-IDX) = VL-OP-CODE
                    AND JT-BALANCE-AFTER(WS-JT-IDX) = WS-LOG-BALANCE
                    AND (VL-OP-CODE = 'AZ'
                         OR JT-AMOUNT(WS-JT-IDX) = WS-LOG-AMOUNT)
                    ADD 1 TO WS-MATCHED-COUNT
                 ELSE
                    MOVE "divergent du journal des postages"
                       TO WS-EXCEPTION-REASON
                    PERFORM 8020-WRITE-LOG-EXCEPTION
                    MOVE SPACES TO WS-RCN-LINE
                    STRING "   Postage rang " DELIMITED BY SIZE
                           JT-RANK(WS-JT-IDX) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           JT-OPERATOR-ID(WS-JT-IDX)
                              DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           JT-OP-CODE(WS-JT-IDX) DELIMITED BY SIZE
                           INTO WS-RCN-LINE
                    MOVE JT-AMOUNT(WS-JT-IDX) TO WS-NUM-DISPLAY
                    MOVE WS-NUM-DISPLAY TO WS-RCN-LINE(41:15)
                    MOVE JT-BALANCE-AFTER(WS-JT-IDX) TO WS-NUM-DISPLAY
                    MOVE WS-NUM-DISPLAY TO WS-RCN-LINE(57:15)
                    PERFORM 8100-WRITE-RCN-LINE
                 END-IF
              END-IF
           END-IF.

      *    Recherche la première ligne non encore rapprochée du
      *    journal des postages de même compte, même date et même
      *    heure que la ligne en cours (WS-JT-FOUND, zéro si
      *    aucune).
       1520-FIND-JOURNAL-LINE.
           MOVE ZERO TO WS-JT-FOUND.
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT
                      OR WS-JT-FOUND > ZERO
              IF JT-STAMP(WS-JT-IDX) = WS-LINE-STAMP
                 AND JT-ACCOUNT-CODE(WS-JT-IDX) = VL-ACCOUNT-CODE
                 AND NOT JT-MATCHED(WS-JT-IDX)
                 SET WS-JT-FOUND TO WS-JT-IDX
              END-IF
           END-PERFORM.

      *    Impute une ligne BATCH du journal des calculs au passage
      *    de la date dont la fenêtre contient son horodatage.
       1530-COUNT-BATCH-LINE.
           MOVE VL-DATE TO WS-LINE-STAMP(1:8).
           MOVE VL-TIME TO WS-LINE-STAMP(9:8).
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-COUNT
              IF WS-LINE-STAMP > RN-START-STAMP(WS-RN-IDX)
                 AND WS-LINE-STAMP NOT > RN-END-STAMP(WS-RN-IDX)
                 ADD 1 TO RN-LOG-COUNT(WS-RN-IDX)
              END-IF
           END-PERFORM.

      *    Reporte les mouvements du journal des postages restés
      *    sans ligne au journal des calculs.
       1600-REPORT-UNMATCHED.
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT
              IF NOT JT-MATCHED(WS-JT-IDX)
                 MOVE "absent du journal des calculs"
                    TO WS-EXCEPTION-REASON
                 MOVE SPACES TO WS-RCN-LINE
                 STRING "CALCJRNL rang " DELIMITED BY SIZE
                        JT-RANK(WS-JT-IDX) DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        WS-EXCEPTION-REASON DELIMITED BY SIZE
                        INTO WS-RCN-LINE
                 PERFORM 8000-WRITE-EXCEPTION
                 MOVE SPACES TO WS-RCN-LINE
                 STRING "   " DELIMITED BY SIZE
                        JT-ACCOUNT-CODE(WS-JT-IDX) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        JT-STAMP(WS-JT-IDX) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        JT-OPERATOR-ID(WS-JT-IDX) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        JT-OP-CODE(WS-JT-IDX) DELIMITED BY SIZE
                        INTO WS-RCN-LINE
                 MOVE JT-AMOUNT(WS-JT-IDX) TO WS-NUM-DISPLAY
                 MOVE WS-NUM-DISPLAY TO WS-RCN-LINE(41:15)
                 MOVE JT-BALANCE-AFTER(WS-JT-IDX) TO WS-NUM-DISPLAY
                 MOVE WS-NUM-DISPLAY TO WS-RCN-LINE(57:15)
                 PERFORM 8100-WRITE-RCN-LINE
              END-IF
           END-PERFORM.

      *    Preuve des passages batch de la date: transactions
      *    appliquées moins mouvements mis en attente contre lignes
      *    BATCH de la fenêtre. Chaque passage est listé, les
      *    passages qui ne se prouvent pas sont des écarts.
       1700-PROVE-RUNS.
           MOVE SPACES TO WS-RCN-LINE.
           PERFORM 8100-WRITE-RCN-LINE.
           MOVE SPACES TO WS-RCN-LINE.
           STRING "Fin de passage    Lot  Appliquees"
                     DELIMITED BY SIZE
                  "    Attente      BATCH  Code" DELIMITED BY SIZE
                  INTO WS-RCN-LINE.
           PERFORM 8100-WRITE-RCN-LINE.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-COUNT
              PERFORM 1710-PROVE-ONE-RUN
           END-PERFORM.
           IF WS-RN-COUNT = ZERO
              MOVE "(aucun passage batch a la date)" TO WS-RCN-LINE
              PERFORM 8100-WRITE-RCN-LINE
           END-IF.

      *    Prouve et liste le passage WS-RN-IDX.
       1710-PROVE-ONE-RUN.
           COMPUTE WS-RN-EXPECTED =
              RN-APPLIED-COUNT(WS-RN-IDX)
              - RN-PARKED-COUNT(WS-RN-IDX).
           MOVE SPACES TO WS-RCN-LINE.
           STRING RN-END-STAMP(WS-RN-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RN-LOT-COUNT(WS-RN-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  RN-APPLIED-COUNT(WS-RN-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RN-PARKED-COUNT(WS-RN-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RN-LOG-COUNT(WS-RN-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RN-RETURN-CODE(WS-RN-IDX) DELIMITED BY SIZE
                  INTO WS-RCN-LINE.
           IF RN-LOG-COUNT(WS-RN-IDX) = WS-RN-EXPECTED
              PERFORM 8100-WRITE-RCN-LINE
           ELSE
              MOVE "ECART" TO WS-RCN-LINE(64:5)
              ADD 1 TO WS-EXCEPTION-COUNT
              PERFORM 8100-WRITE-RCN-LINE
           END-IF.

      *    Reporte un écart: le motif en cours, suivi de la ligne
      *    composée par l'appelant dans WS-RCN-LINE (ou du seul
      *    motif si elle est à blanc).
       8000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           IF WS-RCN-LINE = SPACES
              MOVE WS-EXCEPTION-REASON TO WS-RCN-LINE
           END-IF.
           PERFORM 8100-WRITE-RCN-LINE.

      *    Reporte un écart sur la ligne du journal des postages en
      *    cours: rang et motif, puis la ligne telle que lue.
       8010-WRITE-JRNL-EXCEPTION.
           MOVE SPACES TO WS-RCN-LINE.
           STRING "CALCJRNL rang " DELIMITED BY SIZE
                  WS-JRNL-READ-COUNT DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
                  INTO WS-RCN-LINE.
           PERFORM 8000-WRITE-EXCEPTION.
           MOVE SPACES TO WS-RCN-LINE.
           STRING "   " DELIMITED BY SIZE
                  WS-JRNL-LINE DELIMITED BY SIZE
                  INTO WS-RCN-LINE.
           PERFORM 8100-WRITE-RCN-LINE.

      *    Reporte un écart sur la ligne du journal des calculs en
      *    cours: rang et motif, puis la ligne telle que lue.
       8020-WRITE-LOG-EXCEPTION.
           MOVE SPACES TO WS-RCN-LINE.
           STRING "CALCLOG  rang " DELIMITED BY SIZE
                  WS-LOG-READ-COUNT DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-EXCEPTION-REASON DELIMITED BY SIZE
                  INTO WS-RCN-LINE.
           PERFORM 8000-WRITE-EXCEPTION.
           MOVE SPACES TO WS-RCN-LINE.
           STRING "   " DELIMITED BY SIZE
                  WS-VLOG-LINE DELIMITED BY SIZE
                  INTO WS-RCN-LINE.
           PERFORM 8100-WRITE-RCN-LINE.

      *    Transfère la ligne composée vers le fichier de l'état,
      *    si celui-ci a pu être ouvert.
       8100-WRITE-RCN-LINE.
           IF WS-RCN-FILE-STATUS = '00'
              MOVE WS-RCN-LINE TO CALC-RCN-RECORD
              WRITE CALC-RCN-RECORD
           END-IF.

      *    Fin du programme: totaux du rapprochement, fermeture de
      *    l'état et code retour pour le JCL (un code déjà posé
      *    par un échec d'ouverture est conservé).
       9900-TERMINATE.
           IF WS-RCN-FILE-STATUS = '00'
              MOVE SPACES TO WS-RCN-LINE
              PERFORM 8100-WRITE-RCN-LINE
              MOVE SPACES TO WS-RCN-LINE
              STRING "Mouvements CALCLOG: " DELIMITED BY SIZE
                     WS-LOG-MOVE-COUNT DELIMITED BY SIZE
                     "  CALCJRNL: " DELIMITED BY SIZE
                     WS-JRNL-MOVE-COUNT DELIMITED BY SIZE
                     "  rapproches: " DELIMITED BY SIZE
                     WS-MATCHED-COUNT DELIMITED BY SIZE
                     INTO WS-RCN-LINE
              PERFORM 8100-WRITE-RCN-LINE
              MOVE SPACES TO WS-RCN-LINE
              STRING "Approbations CALCRELS: " DELIMITED BY SIZE
                     WS-APPROVED-COUNT DELIMITED BY SIZE
                     "  annulations AN: " DELIMITED BY SIZE
                     WS-UNDO-COUNT DELIMITED BY SIZE
                     "  passages batch: " DELIMITED BY SIZE
                     WS-RN-COUNT DELIMITED BY SIZE
                     INTO WS-RCN-LINE
              PERFORM 8100-WRITE-RCN-LINE
              MOVE SPACES TO WS-RCN-LINE
              STRING "Ecarts: " DELIMITED BY SIZE
                     WS-EXCEPTION-COUNT DELIMITED BY SIZE
                     INTO WS-RCN-LINE
              PERFORM 8100-WRITE-RCN-LINE
              CLOSE CALC-RCN-FILE
           END-IF.
           DISPLAY "Rapprochement du " WS-RECON-DATE " terminé. "
                   "Mouvements rapprochés: " WS-MATCHED-COUNT
                   " écarts: " WS-EXCEPTION-COUNT.
           IF RETURN-CODE = ZERO
              AND WS-EXCEPTION-COUNT > ZERO
              MOVE WS-RC-EXCEPTIONS TO RETURN-CODE
           END-IF.
           STOP RUN.
