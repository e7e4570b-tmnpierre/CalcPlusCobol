      *    *************************************************************
      *    PROGRAMME CALCCLOS
      *    Clôture mensuelle des accumulateurs nommés. Pour la
      *    période AAAAMM fournie en paramètre, ce programme fige
      *    dans l'historique des soldes CALCBALH.DAT, pour chaque
      *    compte, le solde d'ouverture, le total des débits, le
      *    total des crédits et le solde de clôture du mois, puis
      *    déplace les lignes du journal des postages CALCJRNL.DAT
      *    de la période vers les archives du journal CALCJRNA.DAT
      *    (en ajout, sous une bannière datée, comme CALCLOGMT). Le
      *    journal vif est réécrit avec les seules lignes
      *    postérieures, via le fichier de travail CALCJWRK.DAT.
      *    Les périodes se clôturent dans l'ordre, une seule fois
      *    chacune, et jamais la période en cours. Avant toute
      *    écriture, la clôture est prouvée: le solde de clôture
      *    calculé (solde du maître moins les mouvements
      *    postérieurs) diminué des mouvements de la période doit
      *    retrouver le solde de clôture de la période précédente;
      *    sinon rien n'est écrit et la clôture est refusée. Les
      *    lignes de la période doivent aussi avoir été reprises
      *    par l'extrait vers le grand livre (CALCGLEX), et aucun
      *    lot de l'extrait ne doit rester en attente d'ajout à
      *    l'interface (CALCGLWK.DAT non vide).
      *    *************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcClos.
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

      *    Journal des postages, produit par CALCPLUS (une ligne
      *    par mouvement de solde).
           SELECT CALC-JRNL-FILE ASSIGN TO "CALCJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      *    Archives du journal des postages, en ajout: chaque
      *    clôture y dépose une bannière datée puis les lignes de
      *    la période clôturée. Relues par CALCSTMT pour le relevé
      *    d'une période close.
           SELECT CALC-JRNA-FILE ASSIGN TO "CALCJRNA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNA-FILE-STATUS.

      *    Fichier de travail portant les lignes conservées entre
      *    la passe de répartition et la réécriture du journal vif.
           SELECT CALC-JWRK-FILE ASSIGN TO "CALCJWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JWRK-FILE-STATUS.

      *    Lot de l'extrait vers le grand livre en attente d'ajout
      *    à l'interface (CALCGLEX), relu pour refuser la clôture
      *    tant qu'il n'est pas vide.
           SELECT CALC-GLWK-FILE ASSIGN TO "CALCGLWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLWK-FILE-STATUS.

      *    Historique des soldes par compte et par période close,
      *    en ajout (un enregistrement par compte à chaque
      *    clôture).
           SELECT CALC-BALH-FILE ASSIGN TO "CALCBALH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALH-FILE-STATUS.

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

      *    Enregistrement du journal des postages, relu tel
      *    qu'écrit par CALCPLUS puis décomposé dans WS-JRNL-LINE.
       FD  CALC-JRNL-FILE.
       01  CALC-JRNL-RECORD        PIC X(111).

      *    Enregistrement des archives du journal (bannière ou
      *    ligne déplacée).
       FD  CALC-JRNA-FILE.
       01  CALC-JRNA-RECORD        PIC X(111).

      *    Lot d'interface en attente laissé par CALCGLEX (doit
      *    être vide pour clôturer).
       FD  CALC-GLWK-FILE.
       01  CALC-GLWK-RECORD        PIC X(67).

      *    Enregistrement du fichier de travail du journal
      *    (réécriture de CALCJRNL.DAT).
       FD  CALC-JWRK-FILE.
       01  CALC-JWRK-RECORD        PIC X(111).

      *    Enregistrement de l'historique des soldes: compte,
      *    période AAAAMM, solde d'ouverture, total des débits
      *    (mouvements positifs), total des crédits (mouvements
      *    négatifs, en valeur absolue), solde de clôture, nombre
      *    de postages de la période et date de la clôture. Les
      *    montants sont en SIGN LEADING SEPARATE pour rester
      *    lisibles, comme ceux du maître et du journal.
       FD  CALC-BALH-FILE.
       01  CALC-BALH-RECORD.
           05 BH-ACCOUNT-CODE      PIC X(8).
           05 FILLER               PIC X.
           05 BH-PERIOD            PIC X(6).
           05 FILLER               PIC X.
           05 BH-OPENING-BALANCE   PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 BH-TOTAL-DEBITS      PIC S9(11)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 BH-TOTAL-CREDITS     PIC S9(11)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 BH-CLOSING-BALANCE   PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 BH-POSTING-COUNT     PIC 9(7).
           05 FILLER               PIC X.
           05 BH-CLOSE-DATE        PIC X(8).

       WORKING-STORAGE SECTION.

      *    États des fichiers utilisés par le programme.
       01 WS-FILE-STATUSES.
           05 WS-ACCT-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-JRNL-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-JRNA-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-JWRK-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-GLWK-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-BALH-FILE-STATUS  PIC XX VALUE SPACES.

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
              88 GL-POSTING-CODE  VALUE 'AP', 'AZ', 'AD', 'AC',
                                        'AN', 'AX'.
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

      *    Période à clôturer (AAAAMM, fournie en paramètre),
      *    période en cours (jamais clôturable), dernière période
      *    close trouvée à l'historique (à blanc si aucune) et
      *    période qui doit la suivre.
       01 WS-PERIOD-CONTROLS.
           05 WS-CLOSE-PARM        PIC X(16) VALUE SPACES.
           05 WS-CLOSE-PERIOD      PIC X(6) VALUE SPACES.
           05 WS-CLOSE-PERIOD-NUM REDEFINES WS-CLOSE-PERIOD.
              10 WS-CLOSE-YEAR     PIC 9(4).
              10 WS-CLOSE-MONTH    PIC 9(2).
           05 WS-CURRENT-PERIOD    PIC X(6) VALUE SPACES.
           05 WS-LAST-CLOSED       PIC X(6) VALUE SPACES.
           05 WS-EXPECTED-PERIOD   PIC X(6) VALUE SPACES.
           05 WS-EXPECTED-PERIOD-NUM REDEFINES WS-EXPECTED-PERIOD.
              10 WS-EXPECTED-YEAR  PIC 9(4).
              10 WS-EXPECTED-MONTH PIC 9(2).

      *    Date du jour, reportée sur la bannière d'archives et
      *    dans l'historique.
       01 WS-TODAY-DATE            PIC X(8).

      *    Table des comptes à clôturer: les comptes du fichier
      *    maître, complétés des codes rencontrés à l'historique ou
      *    dans le journal vif. Pour chacun: solde au maître,
      *    dernier solde de clôture historisé, débits, crédits et
      *    nombre de postages de la période, mouvement net
      *    postérieur à la période, et soldes retenus pour
      *    l'historique.
       01 WS-CLO-ACCOUNT-DATA.
           05 WS-CLO-ACCT-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-CLO-ACCT-LIMIT    PIC 9(4) VALUE 5000.
           05 WS-CLO-ACCT-ENTRY OCCURS 5000 TIMES
                                INDEXED BY WS-CLO-IDX.
              10 CA-ACCOUNT-CODE   PIC X(8).
              10 CA-MASTER-BALANCE PIC S9(9)V9(4).
              10 CA-IN-MASTER-FLAG PIC X.
              10 CA-HIST-PERIOD    PIC X(6).
              10 CA-HIST-CLOSING   PIC S9(9)V9(4).
              10 CA-PERIOD-DEBITS  PIC S9(11)V9(4).
              10 CA-PERIOD-CREDITS PIC S9(11)V9(4).
              10 CA-PERIOD-COUNT   PIC 9(7).
              10 CA-LATER-NET      PIC S9(11)V9(4).
              10 CA-OPENING        PIC S9(9)V9(4).
              10 CA-CLOSING        PIC S9(9)V9(4).
           05 WS-CLO-ACCT-FOUND    PIC 9(4).
           05 WS-CLO-CODE-WORK     PIC X(8).

      *    Solde d'ouverture déduit du journal pour le compte en
      *    cours de preuve, à comparer au solde historisé.
       01 WS-DERIVED-OPENING       PIC S9(11)V9(4).
       01 WS-DERIVED-CLOSING       PIC S9(11)V9(4).

      *    Compteurs de la clôture.
       01 WS-CLOSE-COUNTERS.
           05 WS-JRNL-READ-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-ARCHIVED-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-KEPT-COUNT        PIC 9(9) VALUE ZERO.
           05 WS-BAD-LINE-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-UNEXTRACTED-COUNT PIC 9(9) VALUE ZERO.
           05 WS-BREAK-COUNT       PIC 9(9) VALUE ZERO.
           05 WS-HISTORY-WRITTEN   PIC 9(9) VALUE ZERO.

      *    Indicateurs de déroulement de la clôture.
       01 WS-CLOSE-CONTROLS.

      *    Indicateurs de fin de fichier.
           05 WS-ACCT-EOF          PIC X VALUE 'N'.
              88 ACCT-EOF-REACHED VALUE 'Y'.
           05 WS-JRNL-EOF          PIC X VALUE 'N'.
              88 JRNL-EOF-REACHED VALUE 'Y'.
           05 WS-JWRK-EOF          PIC X VALUE 'N'.
              88 JWRK-EOF-REACHED VALUE 'Y'.
           05 WS-BALH-EOF          PIC X VALUE 'N'.
              88 BALH-EOF-REACHED VALUE 'Y'.

      *    Journal vif présent (sinon rien à déplacer ni à
      *    réécrire).
           05 WS-JRNL-PRESENT-FLAG PIC X VALUE 'N'.
              88 JRNL-PRESENT     VALUE 'Y'.

      *    Lot de l'extrait vers le grand livre en attente.
           05 WS-GLWK-EOF          PIC X VALUE 'N'.
              88 GLWK-EOF-REACHED VALUE 'Y'.
           05 WS-GL-LOT-FLAG       PIC X VALUE 'N'.
              88 GL-LOT-PENDING   VALUE 'Y'.

      *    Échec d'écriture d'un enregistrement d'historique.
           05 WS-HISTORY-ERROR-FLAG PIC X VALUE 'N'.
              88 HISTORY-IN-ERROR VALUE 'Y'.

      *    Bannière déposée dans les archives avant les lignes
      *    déplacées par cette clôture.
           05 WS-JRNA-BANNER       PIC X(111).

      *    Codes retour remis au JCL: 12 si un fichier n'a pas pu
      *    être ouvert ou si la période est absente, invalide, en
      *    cours ou hors séquence, 16 si la clôture ne se prouve
      *    pas (rien n'est alors écrit), 24 si la période est déjà
      *    close.
           05 WS-RC-FAILURE        PIC 9(4) VALUE 12.
           05 WS-RC-UNPROVEN       PIC 9(4) VALUE 16.
           05 WS-RC-ALREADY-CLOSED PIC 9(4) VALUE 24.

      *    Formats d'affichage pour les montants.
       01 WS-DISPLAY-FORMATS.
           05 WS-NUM-DISPLAY       PIC -ZZZZZZZZZZ9.9999.
           05 WS-NUM-DISPLAY-2     PIC -ZZZZZZZZZZ9.9999.

       PROCEDURE DIVISION.

      *    Point d'entrée principal du programme.
       1000-MAIN.
           PERFORM 1100-INITIALIZE.
           PERFORM 1200-LOAD-HISTORY.
           PERFORM 1300-LOAD-ACCOUNTS.
           PERFORM 1400-SCAN-JOURNAL.
           PERFORM 1450-CHECK-GL-LOT.
           PERFORM 1500-PROVE-PERIOD.
           IF JRNL-PRESENT
              PERFORM 1550-OPEN-SPLIT-FILES
           END-IF.
           PERFORM 1600-WRITE-HISTORY.
           IF JRNL-PRESENT
              PERFORM 1700-SPLIT-JOURNAL
              PERFORM 1800-REWRITE-JOURNAL
           END-IF.
           PERFORM 9900-TERMINATE.

      *    Contrôle la période fournie en paramètre (équivalent du
      *    PARM= de l'étape JCL): AAAAMM, mois de 01 à 12, et
      *    strictement antérieure à la période en cours.
       1100-INITIALIZE.
           ACCEPT WS-CLOSE-PARM FROM COMMAND-LINE.
           MOVE FUNCTION TRIM(WS-CLOSE-PARM) TO WS-CLOSE-PARM.
           MOVE WS-CLOSE-PARM(1:6) TO WS-CLOSE-PERIOD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-PERIOD.
           IF WS-CLOSE-PERIOD IS NOT NUMERIC
              OR WS-CLOSE-PARM(7:10) NOT = SPACES
              DISPLAY "ERREUR: période AAAAMM attendue en "
                      "paramètre. Clôture annulée."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
              DISPLAY "ERREUR: mois invalide dans la période "
                      WS-CLOSE-PERIOD ". Clôture annulée."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           IF WS-CLOSE-PERIOD NOT < WS-CURRENT-PERIOD
              DISPLAY "ERREUR: la période " WS-CLOSE-PERIOD
                      " n'est pas échue (période en cours: "
                      WS-CURRENT-PERIOD "). Clôture annulée."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.

      *    Relit l'historique des soldes: la période demandée ne
      *    doit pas y figurer déjà, et doit suivre immédiatement la
      *    dernière période close (aucun trou: toute ligne du
      *    journal vif antérieure à la période appartient donc à
      *    une période qu'on n'a jamais clôturée, et n'existe qu'à
      *    la toute première clôture). Le dernier solde de clôture
      *    de chaque compte est retenu comme solde d'ouverture.
      *    Un historique absent n'est pas une erreur (première
      *    clôture).
       1200-LOAD-HISTORY.
           OPEN INPUT CALC-BALH-FILE.
           IF WS-BALH-FILE-STATUS = '35'
              DISPLAY "Aucun historique des soldes: première "
                      "clôture."
           ELSE
              IF WS-BALH-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCBALH.DAT "
                         "(statut " WS-BALH-FILE-STATUS
                         "). Clôture annulée."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE 'N' TO WS-BALH-EOF
              PERFORM UNTIL BALH-EOF-REACHED
                 READ CALC-BALH-FILE
                    AT END
                       MOVE 'Y' TO WS-BALH-EOF
                    NOT AT END
                       PERFORM 1210-LOAD-ONE-HISTORY
                 END-READ
              END-PERFORM
              CLOSE CALC-BALH-FILE
           END-IF.
           IF WS-LAST-CLOSED NOT = SPACES
              IF WS-CLOSE-PERIOD NOT > WS-LAST-CLOSED
                 DISPLAY "ERREUR: période " WS-CLOSE-PERIOD
                         " déjà close (dernière clôture: "
                         WS-LAST-CLOSED "). Clôture refusée."
                 MOVE WS-RC-ALREADY-CLOSED TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE WS-LAST-CLOSED TO WS-EXPECTED-PERIOD
              IF WS-EXPECTED-MONTH = 12
                 ADD 1 TO WS-EXPECTED-YEAR
                 MOVE 1 TO WS-EXPECTED-MONTH
              ELSE
                 ADD 1 TO WS-EXPECTED-MONTH
              END-IF
              IF WS-CLOSE-PERIOD NOT = WS-EXPECTED-PERIOD
                 DISPLAY "ERREUR: la période " WS-EXPECTED-PERIOD
                         " doit être close avant la période "
                         WS-CLOSE-PERIOD ". Clôture annulée."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
           END-IF.

      *    Retient un enregistrement de l'historique: la plus
      *    grande période rencontrée, et pour chaque compte le
      *    solde de clôture de sa période la plus récente. Un
      *    enregistrement non conforme est signalé et ignoré.
       1210-LOAD-ONE-HISTORY.
           IF BH-ACCOUNT-CODE = SPACES
              OR BH-PERIOD IS NOT NUMERIC
              OR BH-CLOSING-BALANCE IS NOT NUMERIC
              DISPLAY "Enregistrement CALCBALH.DAT non conforme "
                      "ignoré: " CALC-BALH-RECORD(1:15)
           ELSE
              IF BH-PERIOD > WS-LAST-CLOSED
                 OR WS-LAST-CLOSED = SPACES
                 MOVE BH-PERIOD TO WS-LAST-CLOSED
              END-IF
              MOVE BH-ACCOUNT-CODE TO WS-CLO-CODE-WORK
              PERFORM 1320-ADD-CLO-ACCOUNT
              IF WS-CLO-ACCT-FOUND > ZERO
                 SET WS-CLO-IDX TO WS-CLO-ACCT-FOUND
                 IF BH-PERIOD > CA-HIST-PERIOD(WS-CLO-IDX)
                    OR CA-HIST-PERIOD(WS-CLO-IDX) = SPACES
                    MOVE BH-PERIOD TO CA-HIST-PERIOD(WS-CLO-IDX)
                    MOVE BH-CLOSING-BALANCE
                       TO CA-HIST-CLOSING(WS-CLO-IDX)
                 END-IF
              END-IF
           END-IF.

      *    Charge le fichier maître des accumulateurs dans la
      *    table: le solde au maître est le point d'arrivée de la
      *    preuve. Un fichier absent n'est pas une erreur (aucun
      *    compte au maître); les enregistrements non conformes
      *    sont signalés et ignorés, comme dans CALCPLUS.
       1300-LOAD-ACCOUNTS.
           OPEN INPUT CALC-ACCT-FILE.
           IF WS-ACCT-FILE-STATUS = '35'
              DISPLAY "ATTENTION: CALCACCT.DAT absent, aucun solde "
                      "de référence."
           ELSE
              IF WS-ACCT-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCACCT.DAT "
                         "(statut " WS-ACCT-FILE-STATUS
                         "). Clôture annulée."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE 'N' TO WS-ACCT-EOF
              PERFORM UNTIL ACCT-EOF-REACHED
                 READ CALC-ACCT-FILE
                    AT END
                       MOVE 'Y' TO WS-ACCT-EOF
                    NOT AT END
                       PERFORM 1310-LOAD-ONE-ACCOUNT
                 END-READ
              END-PERFORM
              CLOSE CALC-ACCT-FILE
           END-IF.

      *    Reporte un enregistrement du fichier maître dans la
      *    table.
       1310-LOAD-ONE-ACCOUNT.
           IF AC-ACCOUNT-CODE = SPACES
              OR AC-BALANCE IS NOT NUMERIC
              DISPLAY "Enregistrement CALCACCT.DAT non conforme "
                      "ignoré: " AC-ACCOUNT-CODE
           ELSE
              MOVE AC-ACCOUNT-CODE TO WS-CLO-CODE-WORK
              PERFORM 1320-ADD-CLO-ACCOUNT
              IF WS-CLO-ACCT-FOUND > ZERO
                 SET WS-CLO-IDX TO WS-CLO-ACCT-FOUND
                 MOVE AC-BALANCE TO CA-MASTER-BALANCE(WS-CLO-IDX)
                 MOVE 'Y' TO CA-IN-MASTER-FLAG(WS-CLO-IDX)
              END-IF
           END-IF.

      *    Recherche WS-CLO-CODE-WORK dans la table et l'y ajoute
      *    s'il est absent (WS-CLO-ACCT-FOUND reçoit son rang, ou
      *    zéro si la table est saturée: la clôture est alors
      *    refusée, un compte ne pouvant pas être laissé hors de
      *    l'historique).
       1320-ADD-CLO-ACCOUNT.
           MOVE ZERO TO WS-CLO-ACCT-FOUND.
           PERFORM VARYING WS-CLO-IDX FROM 1 BY 1
                   UNTIL WS-CLO-IDX > WS-CLO-ACCT-COUNT
                   OR WS-CLO-ACCT-FOUND > ZERO
              IF CA-ACCOUNT-CODE(WS-CLO-IDX) = WS-CLO-CODE-WORK
                 SET WS-CLO-ACCT-FOUND TO WS-CLO-IDX
              END-IF
           END-PERFORM.
           IF WS-CLO-ACCT-FOUND = ZERO
              IF WS-CLO-ACCT-COUNT < WS-CLO-ACCT-LIMIT
                 ADD 1 TO WS-CLO-ACCT-COUNT
                 SET WS-CLO-IDX TO WS-CLO-ACCT-COUNT
                 MOVE WS-CLO-CODE-WORK
                    TO CA-ACCOUNT-CODE(WS-CLO-IDX)
                 MOVE ZERO TO CA-MASTER-BALANCE(WS-CLO-IDX)
                 MOVE 'N' TO CA-IN-MASTER-FLAG(WS-CLO-IDX)
                 MOVE SPACES TO CA-HIST-PERIOD(WS-CLO-IDX)
                 MOVE ZERO TO CA-HIST-CLOSING(WS-CLO-IDX)
                 MOVE ZERO TO CA-PERIOD-DEBITS(WS-CLO-IDX)
                 MOVE ZERO TO CA-PERIOD-CREDITS(WS-CLO-IDX)
                 MOVE ZERO TO CA-PERIOD-COUNT(WS-CLO-IDX)
                 MOVE ZERO TO CA-LATER-NET(WS-CLO-IDX)
                 MOVE ZERO TO CA-OPENING(WS-CLO-IDX)
                 MOVE ZERO TO CA-CLOSING(WS-CLO-IDX)
                 SET WS-CLO-ACCT-FOUND TO WS-CLO-IDX
              ELSE
                 DISPLAY "ERREUR: table des comptes saturée, compte "
                         "non clôturable: " WS-CLO-CODE-WORK
                 ADD 1 TO WS-BREAK-COUNT
              END-IF
           END-IF.

      *    Première passe sur le journal vif, sans rien écrire:
      *    cumule par compte les débits, crédits et postages de la
      *    période (toute ligne datée jusqu'à la fin de la période
      *    à clôturer) et le mouvement net postérieur. Un journal
      *    absent n'est pas une erreur (aucun mouvement).
       1400-SCAN-JOURNAL.
           OPEN INPUT CALC-JRNL-FILE.
           IF WS-JRNL-FILE-STATUS = '35'
              DISPLAY "ATTENTION: CALCJRNL.DAT absent, aucun "
                      "mouvement sur la période."
           ELSE
              IF WS-JRNL-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCJRNL.DAT "
                         "(statut " WS-JRNL-FILE-STATUS
                         "). Clôture annulée."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE 'Y' TO WS-JRNL-PRESENT-FLAG
              MOVE 'N' TO WS-JRNL-EOF
              PERFORM UNTIL JRNL-EOF-REACHED
                 READ CALC-JRNL-FILE INTO WS-JRNL-LINE
                    AT END
                       MOVE 'Y' TO WS-JRNL-EOF
                    NOT AT END
                       ADD 1 TO WS-JRNL-READ-COUNT
                       PERFORM 1410-SCAN-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE CALC-JRNL-FILE
           END-IF.

      *    Cumule une ligne du journal sur son compte. Une ligne
      *    illisible (compte à blanc, date ou montant non
      *    numérique) ne peut être rattachée à aucune période:
      *    elle est signalée et la clôture sera refusée.
       1410-SCAN-ONE-LINE.
           IF JL-ACCOUNT-CODE = SPACES
              OR JL-DATE IS NOT NUMERIC
              OR JL-AMOUNT IS NOT NUMERIC
              DISPLAY "Ligne de journal illisible (rang "
                      WS-JRNL-READ-COUNT "): " CALC-JRNL-RECORD(1:40)
              ADD 1 TO WS-BAD-LINE-COUNT
           ELSE
              MOVE JL-ACCOUNT-CODE TO WS-CLO-CODE-WORK
              PERFORM 1320-ADD-CLO-ACCOUNT
              IF WS-CLO-ACCT-FOUND > ZERO
                 SET WS-CLO-IDX TO WS-CLO-ACCT-FOUND
                 IF JL-DATE(1:6) NOT > WS-CLOSE-PERIOD
                    IF GL-POSTING-CODE
                       AND JL-GL-EXTRACT-ID = SPACES
                       ADD 1 TO WS-UNEXTRACTED-COUNT
                    END-IF
                    ADD 1 TO CA-PERIOD-COUNT(WS-CLO-IDX)
                    IF JL-AMOUNT > ZERO
                       ADD JL-AMOUNT TO CA-PERIOD-DEBITS(WS-CLO-IDX)
                    ELSE
                       SUBTRACT JL-AMOUNT
                          FROM CA-PERIOD-CREDITS(WS-CLO-IDX)
                    END-IF
                 ELSE
                    ADD JL-AMOUNT TO CA-LATER-NET(WS-CLO-IDX)
                 END-IF
              END-IF
           END-IF.

      *    Un lot de l'extrait resté dans CALCGLWK.DAT n'a pas
      *    encore été ajouté à l'interface, alors que ses lignes
      *    sont déjà marquées au journal: les archiver le ferait
      *    perdre. Un fichier absent ou vide est la situation
      *    normale.
       1450-CHECK-GL-LOT.
           OPEN INPUT CALC-GLWK-FILE.
           IF WS-GLWK-FILE-STATUS = '00'
              MOVE 'N' TO WS-GLWK-EOF
              READ CALC-GLWK-FILE
                 AT END
                    MOVE 'Y' TO WS-GLWK-EOF
              END-READ
              CLOSE CALC-GLWK-FILE
              IF NOT GLWK-EOF-REACHED
                 MOVE 'Y' TO WS-GL-LOT-FLAG
              END-IF
           ELSE
              IF WS-GLWK-FILE-STATUS NOT = '35'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCGLWK.DAT "
                         "(statut " WS-GLWK-FILE-STATUS
                         "). Clôture annulée."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
           END-IF.

      *    Preuve de la clôture, compte par compte, avant toute
      *    écriture: le solde de clôture est le solde du maître
      *    diminué des mouvements postérieurs à la période; ôté
      *    des mouvements de la période, il doit retrouver le solde
      *    de clôture historisé de la période précédente (à la
      *    première clôture d'un compte, ce solde d'ouverture est
      *    simplement retenu). Tout écart, tout compte absent du
      *    maître et toute ligne illisible refusent la clôture, de
      *    même qu'une ligne de la période pas encore reprise par
      *    l'extrait vers le grand livre (CALCGLEX): archivée, elle
      *    n'y parviendrait jamais. Il en va de même d'un lot de
      *    l'extrait en attente d'ajout à l'interface (1450).
       1500-PROVE-PERIOD.
           PERFORM VARYING WS-CLO-IDX FROM 1 BY 1
                   UNTIL WS-CLO-IDX > WS-CLO-ACCT-COUNT
              PERFORM 1510-PROVE-ONE-ACCOUNT
           END-PERFORM.
           IF WS-BAD-LINE-COUNT > ZERO
              ADD WS-BAD-LINE-COUNT TO WS-BREAK-COUNT
           END-IF.
           IF WS-UNEXTRACTED-COUNT > ZERO
              DISPLAY "Écart: " WS-UNEXTRACTED-COUNT
                      " ligne(s) de la période non reprise(s) au "
                      "grand livre (passer CALCGLEX)."
              ADD WS-UNEXTRACTED-COUNT TO WS-BREAK-COUNT
           END-IF.
           IF GL-LOT-PENDING
              DISPLAY "Écart: lot de l'extrait en attente dans "
                      "CALCGLWK.DAT, pas encore ajouté à CALCGL.DAT "
                      "(repasser CALCGLEX)."
              ADD 1 TO WS-BREAK-COUNT
           END-IF.
           IF WS-BREAK-COUNT > ZERO
              DISPLAY "ERREUR: la période " WS-CLOSE-PERIOD
                      " ne se prouve pas (" WS-BREAK-COUNT
                      " écart(s)). Clôture refusée, rien n'est "
                      "écrit."
              MOVE WS-RC-UNPROVEN TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.

      *    Prouve un compte et retient ses soldes d'ouverture et de
      *    clôture.
       1510-PROVE-ONE-ACCOUNT.
           IF CA-IN-MASTER-FLAG(WS-CLO-IDX) NOT = 'Y'
              DISPLAY "Écart: compte absent du fichier maître: "
                      CA-ACCOUNT-CODE(WS-CLO-IDX)
              ADD 1 TO WS-BREAK-COUNT
           ELSE
              COMPUTE WS-DERIVED-CLOSING =
                 CA-MASTER-BALANCE(WS-CLO-IDX)
                 - CA-LATER-NET(WS-CLO-IDX)
              COMPUTE WS-DERIVED-OPENING =
                 WS-DERIVED-CLOSING
                 - CA-PERIOD-DEBITS(WS-CLO-IDX)
                 + CA-PERIOD-CREDITS(WS-CLO-IDX)
              IF CA-HIST-PERIOD(WS-CLO-IDX) NOT = SPACES
                 AND CA-HIST-PERIOD(WS-CLO-IDX) = WS-LAST-CLOSED
                 AND CA-HIST-CLOSING(WS-CLO-IDX)
                     NOT = WS-DERIVED-OPENING
                 MOVE CA-HIST-CLOSING(WS-CLO-IDX) TO WS-NUM-DISPLAY
                 MOVE WS-DERIVED-OPENING TO WS-NUM-DISPLAY-2
                 DISPLAY "Écart: compte " CA-ACCOUNT-CODE(WS-CLO-IDX)
                         " clôture " WS-LAST-CLOSED ": "
                         FUNCTION TRIM(WS-NUM-DISPLAY)
                         " ouverture déduite du journal: "
                         FUNCTION TRIM(WS-NUM-DISPLAY-2)
                 ADD 1 TO WS-BREAK-COUNT
              ELSE
                 COMPUTE CA-OPENING(WS-CLO-IDX) = WS-DERIVED-OPENING
                    ON SIZE ERROR
                       DISPLAY "Écart: capacité dépassée sur le "
                               "compte " CA-ACCOUNT-CODE(WS-CLO-IDX)
                       ADD 1 TO WS-BREAK-COUNT
                 END-COMPUTE
                 COMPUTE CA-CLOSING(WS-CLO-IDX) = WS-DERIVED-CLOSING
                    ON SIZE ERROR
                       DISPLAY "Écart: capacité dépassée sur le "
                               "compte " CA-ACCOUNT-CODE(WS-CLO-IDX)
                       ADD 1 TO WS-BREAK-COUNT
                 END-COMPUTE
              END-IF
           END-IF.

      *    Ouvre les fichiers de la répartition du journal vif
      *    avant toute écriture: le journal vif en relecture, le
      *    fichier de travail et les archives (en ajout, créées si
      *    absentes). Rien n'y est encore écrit.
       1550-OPEN-SPLIT-FILES.
           OPEN INPUT CALC-JRNL-FILE.
           IF WS-JRNL-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible de relire CALCJRNL.DAT "
                      "(statut " WS-JRNL-FILE-STATUS
                      "). Clôture annulée."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN OUTPUT CALC-JWRK-FILE.
           IF WS-JWRK-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCJWRK.DAT "
                      "(statut " WS-JWRK-FILE-STATUS
                      "). Clôture annulée."
              CLOSE CALC-JRNL-FILE
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN EXTEND CALC-JRNA-FILE.
           IF WS-JRNA-FILE-STATUS = '35'
              CLOSE CALC-JRNA-FILE
              OPEN OUTPUT CALC-JRNA-FILE
           END-IF.
           IF WS-JRNA-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCJRNA.DAT "
                      "(statut " WS-JRNA-FILE-STATUS
                      "). Clôture annulée."
              CLOSE CALC-JRNL-FILE
              CLOSE CALC-JWRK-FILE
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.

      *    Écrit à l'historique un enregistrement par compte de la
      *    table pour la période close: c'est cet historique qui
      *    marque la période comme close. Il est écrit avant que
      *    le journal vif ne soit réparti: si son ouverture ou une
      *    écriture échoue, la clôture s'arrête sans rien archiver
      *    ni réécrire.
       1600-WRITE-HISTORY.
           OPEN EXTEND CALC-BALH-FILE.
           IF WS-BALH-FILE-STATUS = '35'
              CLOSE CALC-BALH-FILE
              OPEN OUTPUT CALC-BALH-FILE
           END-IF.
           IF WS-BALH-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCBALH.DAT "
                      "(statut " WS-BALH-FILE-STATUS
                      "). Clôture annulée, journal vif et archives "
                      "inchangés."
              PERFORM 1650-CLOSE-SPLIT-FILES
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           PERFORM VARYING WS-CLO-IDX FROM 1 BY 1
                   UNTIL WS-CLO-IDX > WS-CLO-ACCT-COUNT
              PERFORM 1610-WRITE-ONE-HISTORY
           END-PERFORM.
           CLOSE CALC-BALH-FILE.
           IF HISTORY-IN-ERROR
              DISPLAY "ERREUR: historique de la période "
                      WS-CLOSE-PERIOD " incomplet ("
                      WS-HISTORY-WRITTEN " compte(s) écrit(s)). "
                      "Clôture annulée, journal vif et archives "
                      "inchangés; retirer la période de "
                      "CALCBALH.DAT avant de relancer."
              PERFORM 1650-CLOSE-SPLIT-FILES
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.

      *    Écrit l'enregistrement d'historique du compte pointé par
      *    WS-CLO-IDX.
       1610-WRITE-ONE-HISTORY.
           MOVE SPACES TO CALC-BALH-RECORD.
           MOVE CA-ACCOUNT-CODE(WS-CLO-IDX) TO BH-ACCOUNT-CODE.
           MOVE WS-CLOSE-PERIOD TO BH-PERIOD.
           MOVE CA-OPENING(WS-CLO-IDX) TO BH-OPENING-BALANCE.
           MOVE CA-PERIOD-DEBITS(WS-CLO-IDX) TO BH-TOTAL-DEBITS.
           MOVE CA-PERIOD-CREDITS(WS-CLO-IDX) TO BH-TOTAL-CREDITS.
           MOVE CA-CLOSING(WS-CLO-IDX) TO BH-CLOSING-BALANCE.
           MOVE CA-PERIOD-COUNT(WS-CLO-IDX) TO BH-POSTING-COUNT.
           MOVE WS-TODAY-DATE TO BH-CLOSE-DATE.
           WRITE CALC-BALH-RECORD.
           IF WS-BALH-FILE-STATUS = '00'
              ADD 1 TO WS-HISTORY-WRITTEN
           ELSE
              DISPLAY "ERREUR: écriture CALCBALH.DAT (statut "
                      WS-BALH-FILE-STATUS ") pour le compte "
                      CA-ACCOUNT-CODE(WS-CLO-IDX)
              MOVE 'Y' TO WS-HISTORY-ERROR-FLAG
           END-IF.

      *    Referme sans y avoir écrit les fichiers de la
      *    répartition, quand la clôture s'arrête sur l'historique.
       1650-CLOSE-SPLIT-FILES.
           IF JRNL-PRESENT
              CLOSE CALC-JRNL-FILE
              CLOSE CALC-JWRK-FILE
              CLOSE CALC-JRNA-FILE
           END-IF.

      *    Seconde passe, l'historique étant écrit: répartit le
      *    journal vif entre les archives (lignes de la période
      *    close et antérieures) et le fichier de travail (lignes
      *    postérieures). Le journal vif n'est pas touché par
      *    cette passe.
       1700-SPLIT-JOURNAL.

      *    Bannière datée de la clôture en tête du lot archivé.
           MOVE SPACES TO WS-JRNA-BANNER.
           STRING "*** CLOTURE DE LA PERIODE " DELIMITED BY SIZE
                  WS-CLOSE-PERIOD DELIMITED BY SIZE
                  " DU " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
                  INTO WS-JRNA-BANNER.
           MOVE WS-JRNA-BANNER TO CALC-JRNA-RECORD.
           WRITE CALC-JRNA-RECORD.

           MOVE 'N' TO WS-JRNL-EOF.
           PERFORM UNTIL JRNL-EOF-REACHED
              READ CALC-JRNL-FILE INTO WS-JRNL-LINE
                 AT END
                    MOVE 'Y' TO WS-JRNL-EOF
                 NOT AT END
                    PERFORM 1710-SPLIT-ONE
              END-READ
           END-PERFORM.
           CLOSE CALC-JRNL-FILE.
           CLOSE CALC-JWRK-FILE.
           CLOSE CALC-JRNA-FILE.

      *    Répartit une ligne du journal selon sa date (toutes les
      *    lignes sont lisibles à ce stade, la preuve ayant refusé
      *    la clôture sinon).
       1710-SPLIT-ONE.
           IF JL-DATE(1:6) NOT > WS-CLOSE-PERIOD
              MOVE CALC-JRNL-RECORD TO CALC-JRNA-RECORD
              WRITE CALC-JRNA-RECORD
              ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
              MOVE CALC-JRNL-RECORD TO CALC-JWRK-RECORD
              WRITE CALC-JWRK-RECORD
              ADD 1 TO WS-KEPT-COUNT
           END-IF.

      *    Dernière passe: réécrit le journal vif avec les seules
      *    lignes postérieures à la période close.
       1800-REWRITE-JOURNAL.
           OPEN INPUT CALC-JWRK-FILE.
           IF WS-JWRK-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible de relire CALCJWRK.DAT "
                      "(statut " WS-JWRK-FILE-STATUS
                      "). Journal vif non réécrit."
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           OPEN OUTPUT CALC-JRNL-FILE.
           IF WS-JRNL-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible de réécrire CALCJRNL.DAT "
                      "(statut " WS-JRNL-FILE-STATUS
                      "). Journal vif non réécrit."
              CLOSE CALC-JWRK-FILE
              MOVE WS-RC-FAILURE TO RETURN-CODE
              PERFORM 9900-TERMINATE
           END-IF.
           MOVE 'N' TO WS-JWRK-EOF.
           PERFORM UNTIL JWRK-EOF-REACHED
              READ CALC-JWRK-FILE
                 AT END
                    MOVE 'Y' TO WS-JWRK-EOF
                 NOT AT END
                    MOVE CALC-JWRK-RECORD TO CALC-JRNL-RECORD
                    WRITE CALC-JRNL-RECORD
              END-READ
           END-PERFORM.
           CLOSE CALC-JWRK-FILE.
           CLOSE CALC-JRNL-FILE.

      *    Fin du programme: totaux de la clôture et code retour
      *    pour le JCL.
       9900-TERMINATE.
           DISPLAY "Clôture " WS-CLOSE-PERIOD " terminée. Comptes "
                   "historisés: " WS-HISTORY-WRITTEN
                   " lignes archivées: " WS-ARCHIVED-COUNT
                   " conservées: " WS-KEPT-COUNT.
           STOP RUN.
