      *    mouvement AP/AZ/AD/AC, écrite par CALCPLUS) et produit,
      *    pour un compte demandé en paramètre (ou pour tous les
      *    comptes si le paramètre est absent ou vaut '*'), le solde
      *    d'ouverture, chaque postage dans l'ordre (une
      *    contre-passation AX et le postage qu'elle annule renvoient
      *    l'un à l'autre, un mouvement approuvé par un superviseur
      *    cite celui-ci), et le solde de clôture. Le solde de
      *    clôture reconstitué est prouvé contre le solde
      *    effectivement porté par CALCACCT.DAT;
      *    tout compte qui ne se prouve pas est signalé dans l'état
      *    et par le code retour.
      *    Le relevé porte sur une période (voir la clôture
      *    mensuelle CALCCLOS): la période ouverte par défaut (ou
      *    si le second mot du paramètre vaut '*'), dont le solde
      *    d'ouverture est le solde de clôture historisé de la
      *    dernière période close (CALCBALH.DAT) et dont les
      *    postages sont ceux du journal vif; ou une période close
      *    AAAAMM, relevée depuis l'historique des soldes et les
      *    archives du journal CALCJRNA.DAT, et prouvée contre le
      *    solde de clôture historisé. Un compte jamais clôturé
      *    garde son solde d'ouverture reconstitué depuis son
      *    premier postage. Chaque relevé porte en tête le statut
      *    du compte (ouvert, gelé, fermé) et ses dates
      *    d'ouverture et de fermeture, tenus par CALCACMT.
      *    *************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

      *    Archives du journal des postages, alimentées par la
      *    clôture mensuelle (CALCCLOS): relues pour le relevé
      *    d'une période close.
           SELECT CALC-JRNA-FILE ASSIGN TO "CALCJRNA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNA-FILE-STATUS.

      *    Historique des soldes par compte et par période close,
      *    écrit par CALCCLOS.
           SELECT CALC-BALH-FILE ASSIGN TO "CALCBALH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALH-FILE-STATUS.

      *    État des relevés produit par ce programme.
           SELECT CALC-STM-FILE ASSIGN TO "CALCSTM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
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
      *    qu'écrit par CALCPLUS (3600-WRITE-POSTING-JOURNAL) puis
      *    décomposé dans WS-JRNL-LINE.
       FD  CALC-JRNL-FILE.
       01  CALC-JRNL-RECORD        PIC X(111).

      *    Enregistrement des archives du journal (bannière de
      *    clôture ou ligne déplacée, dans la disposition du
      *    journal vif).
       FD  CALC-JRNA-FILE.
       01  CALC-JRNA-RECORD        PIC X(111).

      *    Enregistrement de l'historique des soldes, en miroir de
      *    la disposition de CALCCLOS.
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

      *    Enregistrement de l'état des relevés (une ligne de
      *    texte).
           05 WS-ACCT-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-JRNL-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-STM-FILE-STATUS   PIC XX VALUE SPACES.
           05 WS-JRNA-FILE-STATUS  PIC XX VALUE SPACES.
           05 WS-BALH-FILE-STATUS  PIC XX VALUE SPACES.

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

      *    Compte et période demandés en paramètre (équivalent du
      *    PARM= de l'étape JCL): premier mot, un code de compte,
      *    ou à blanc ou '*' pour tous les comptes; second mot, une
      *    période close AAAAMM, ou à blanc ou '*' pour la période
      *    ouverte.
       01 WS-REQUEST-CONTROLS.
           05 WS-REQUEST-PARM      PIC X(32) VALUE SPACES.
           05 WS-REQUEST-WORD-1    PIC X(16) VALUE SPACES.
           05 WS-REQUEST-WORD-2    PIC X(16) VALUE SPACES.
           05 WS-REQUEST-CODE      PIC X(8) VALUE SPACES.
           05 WS-ALL-ACCOUNTS-FLAG PIC X VALUE 'N'.
              88 ALL-ACCOUNTS     VALUE 'Y'.
           05 WS-PERIOD-MODE-FLAG  PIC X VALUE 'O'.
              88 OPEN-PERIOD-REQUESTED   VALUE 'O'.
              88 CLOSED-PERIOD-REQUESTED VALUE 'C'.

      *    Période close demandée, dernière période close trouvée
      *    à l'historique, et période close qui précède la période
      *    demandée (à blanc si aucune): les postages archivés
      *    d'une période close sont ceux datés après la clôture
      *    précédente et jusqu'à la fin de la période.
           05 WS-REQUEST-PERIOD    PIC X(6) VALUE SPACES.
           05 WS-LAST-CLOSED       PIC X(6) VALUE SPACES.
           05 WS-PRIOR-CLOSED      PIC X(6) VALUE SPACES.
           05 WS-PERIOD-FOUND-FLAG PIC X VALUE 'N'.
              88 REQUEST-PERIOD-FOUND VALUE 'Y'.

      *    Table des comptes à relever: les comptes du fichier
      *    maître, complétés des codes rencontrés dans le journal
              10 SA-BALANCE        PIC S9(9)V9(4).
              10 SA-DESCRIPTION    PIC X(30).
              10 SA-IN-MASTER-FLAG PIC X.

      *       Statut du compte au fichier maître (O = ouvert, G =
      *       gelé, F = fermé) et ses dates d'ouverture et de
      *       fermeture, reportés en tête de son relevé.
              10 SA-STATUS         PIC X.
              10 SA-OPEN-DATE      PIC X(8).
              10 SA-CLOSE-DATE     PIC X(8).

      *       Historique des soldes retenu pour le compte: en
      *       période ouverte, le solde de clôture de sa dernière
      *       période close sert de solde d'ouverture; en période
      *       close, l'enregistrement de la période elle-même.
              10 SA-HIST-FLAG      PIC X.
              10 SA-HIST-PERIOD    PIC X(6).
              10 SA-HIST-OPENING   PIC S9(9)V9(4).
              10 SA-HIST-CLOSING   PIC S9(9)V9(4).
              10 SA-HIST-DEBITS    PIC S9(11)V9(4).
              10 SA-HIST-CREDITS   PIC S9(11)V9(4).
           05 WS-STM-ACCT-FOUND    PIC 9(4).
           05 WS-STM-CODE-WORK     PIC X(8).

              88 ACCT-EOF-REACHED VALUE 'Y'.
           05 WS-JRNL-EOF          PIC X VALUE 'N'.
              88 JRNL-EOF-REACHED VALUE 'Y'.
           05 WS-BALH-EOF          PIC X VALUE 'N'.
              88 BALH-EOF-REACHED VALUE 'Y'.

      *    Indicateur de saturation de la table des comptes.
           05 WS-STM-TRUNCATED-FLAG PIC X VALUE 'N'.
              88 WS-STM-TRUNCATED VALUE 'Y'.

      *    Codes retour remis au JCL: 8 si au moins un compte ne se
      *    prouve pas, 12 si un fichier n'a pas pu être ouvert, si
      *    le compte demandé est inconnu ou si la période demandée
      *    n'est pas close.
           05 WS-RC-UNPROVEN       PIC 9(4) VALUE 8.
           05 WS-RC-FAILURE        PIC 9(4) VALUE 12.

      *    Déroulement du relevé du compte en cours: solde
      *    d'ouverture historisé ou reconstitué depuis le premier
      *    postage, solde
      *    courant recalculé postage par postage, nombre de
      *    postages, et indicateurs d'enchaînement (un solde après
      *    mouvement qui ne suit pas le précédent est signalé).
           05 WS-NUM-DISPLAY-2     PIC -ZZZZZZZZ9.9999.

      *    Horodatage formaté AAAAMMJJ HH:MM:SS pour l'état, comme
      *    dans CALCSUMM, complété des centièmes (.CC).
       01 WS-STAMP-DISPLAY.
           05 WS-SD-DATE           PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 FILLER               PIC X VALUE ':'.
           05 WS-TD-SS             PIC X(2).

      *    Centièmes de seconde: avec la date, ils complètent la
      *    référence d'une ligne du journal (contre-passation AX).
           05 FILLER               PIC X VALUE '.'.
           05 WS-TD-CC             PIC X(2).

      *    Libellé du statut du compte en cours, pour l'état.
       01 WS-STATUS-TEXT           PIC X(12).

      *    Date du jour, reportée en tête de l'état.
       01 WS-REPORT-DATE           PIC X(8).

           PERFORM 1200-STATEMENT-DRIVER.
           PERFORM 9900-TERMINATE.

      *    Contrôle le paramètre, charge la table des comptes à
      *    relever et leur historique des soldes, et ouvre l'état.
      *    En période ouverte, la table vient du fichier maître et
      *    des codes du journal vif; en période close, elle vient
      *    de l'historique de la période (le maître ne fournit plus
      *    que les libellés).
       1100-INITIALIZE.
           ACCEPT WS-REQUEST-PARM FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQUEST-PARM))
              TO WS-REQUEST-PARM.
           UNSTRING WS-REQUEST-PARM DELIMITED BY ALL SPACE
              INTO WS-REQUEST-WORD-1 WS-REQUEST-WORD-2.
           IF WS-REQUEST-WORD-1 = SPACES OR WS-REQUEST-WORD-1 = '*'
              MOVE 'Y' TO WS-ALL-ACCOUNTS-FLAG
           ELSE
              MOVE WS-REQUEST-WORD-1(1:8) TO WS-REQUEST-CODE
           END-IF.
           IF WS-REQUEST-WORD-2 = SPACES OR WS-REQUEST-WORD-2 = '*'
              MOVE 'O' TO WS-PERIOD-MODE-FLAG
           ELSE
              IF WS-REQUEST-WORD-2(1:6) IS NOT NUMERIC
                 OR WS-REQUEST-WORD-2(7:10) NOT = SPACES
                 DISPLAY "ERREUR: période AAAAMM ou '*' attendue "
                         "après le compte: " WS-REQUEST-WORD-2
                         ". Relevés annulés."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              MOVE 'C' TO WS-PERIOD-MODE-FLAG
              MOVE WS-REQUEST-WORD-2(1:6) TO WS-REQUEST-PERIOD
           END-IF.
           IF CLOSED-PERIOD-REQUESTED
              PERFORM 1140-LOAD-HISTORY
              IF NOT REQUEST-PERIOD-FOUND
                 DISPLAY "ERREUR: période " WS-REQUEST-PERIOD
                         " absente de l'historique des soldes "
                         "(non close). Relevés annulés."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              END-IF
              PERFORM 1110-LOAD-ACCOUNTS
           ELSE
              PERFORM 1110-LOAD-ACCOUNTS
              PERFORM 1120-SCAN-JOURNAL-CODES
              PERFORM 1140-LOAD-HISTORY
           END-IF.
           OPEN OUTPUT CALC-STM-FILE.
           IF WS-STM-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCSTM.DAT "
           END-IF.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-STM-LINE.
           IF CLOSED-PERIOD-REQUESTED
              STRING "Releves de comptes CALCPLUS - Date: "
                        DELIMITED BY SIZE
                     WS-REPORT-DATE DELIMITED BY SIZE
                     " - Periode close: " DELIMITED BY SIZE
                     WS-REQUEST-PERIOD DELIMITED BY SIZE
                     INTO WS-STM-LINE
           ELSE
              STRING "Releves de comptes CALCPLUS - Date: "
                        DELIMITED BY SIZE
                     WS-REPORT-DATE DELIMITED BY SIZE
                     " - Periode ouverte" DELIMITED BY SIZE
                     INTO WS-STM-LINE
           END-IF.
           PERFORM 8100-WRITE-STM-LINE.
           MOVE SPACES TO WS-STM-LINE.
           PERFORM 8100-WRITE-STM-LINE.
           END-IF.

      *    Ajoute un enregistrement du fichier maître à la table.
      *    En période close, la table vient de l'historique: le
      *    maître ne fait que compléter les comptes déjà présents.
       1112-LOAD-ONE-ACCOUNT.
           IF AC-ACCOUNT-CODE = SPACES
              OR AC-BALANCE IS NOT NUMERIC
              DISPLAY "Enregistrement CALCACCT.DAT non conforme "
                      "ignoré: " AC-ACCOUNT-CODE
           ELSE
              IF CLOSED-PERIOD-REQUESTED
                 MOVE AC-ACCOUNT-CODE TO WS-STM-CODE-WORK
                 PERFORM 1130-FIND-STM-ACCOUNT
                 IF WS-STM-ACCT-FOUND > ZERO
                    SET WS-STM-IDX TO WS-STM-ACCT-FOUND
                    MOVE AC-BALANCE TO SA-BALANCE(WS-STM-IDX)
                    MOVE AC-DESCRIPTION
                       TO SA-DESCRIPTION(WS-STM-IDX)
                    MOVE 'Y' TO SA-IN-MASTER-FLAG(WS-STM-IDX)
                    PERFORM 1114-KEEP-ACCOUNT-STATUS
                 END-IF
              ELSE
                 IF WS-STM-ACCT-COUNT < WS-STM-ACCT-LIMIT
                    ADD 1 TO WS-STM-ACCT-COUNT
                    SET WS-STM-IDX TO WS-STM-ACCT-COUNT
                    MOVE AC-ACCOUNT-CODE
                       TO SA-ACCOUNT-CODE(WS-STM-IDX)
                    MOVE AC-BALANCE TO SA-BALANCE(WS-STM-IDX)
                    MOVE AC-DESCRIPTION
                       TO SA-DESCRIPTION(WS-STM-IDX)
                    MOVE 'Y' TO SA-IN-MASTER-FLAG(WS-STM-IDX)
                    PERFORM 1114-KEEP-ACCOUNT-STATUS
                    MOVE 'N' TO SA-HIST-FLAG(WS-STM-IDX)
                    MOVE SPACES TO SA-HIST-PERIOD(WS-STM-IDX)
                 ELSE
                    MOVE 'Y' TO WS-STM-TRUNCATED-FLAG
                 END-IF
              END-IF
           END-IF.

      *    Retient dans la table (entrée pointée par WS-STM-IDX)
      *    le statut et les dates du compte lu au fichier maître.
       1114-KEEP-ACCOUNT-STATUS.
           MOVE AC-STATUS TO SA-STATUS(WS-STM-IDX).
           MOVE AC-OPEN-DATE TO SA-OPEN-DATE(WS-STM-IDX).
           MOVE AC-CLOSE-DATE TO SA-CLOSE-DATE(WS-STM-IDX).

      *    Passe préliminaire sur le journal des postages: tout
      *    code de compte du journal absent du fichier maître est
      *    ajouté à la table, pour être relevé lui aussi (son solde
              ELSE
                 MOVE 'N' TO WS-JRNL-EOF
                 PERFORM UNTIL JRNL-EOF-REACHED
                    READ CALC-JRNL-FILE INTO WS-JRNL-LINE
                       AT END
                          MOVE 'Y' TO WS-JRNL-EOF
                       NOT AT END
                    MOVE "ABSENT DU FICHIER MAITRE"
                       TO SA-DESCRIPTION(WS-STM-IDX)
                    MOVE 'N' TO SA-IN-MASTER-FLAG(WS-STM-IDX)
                    MOVE SPACE TO SA-STATUS(WS-STM-IDX)
                    MOVE SPACES TO SA-OPEN-DATE(WS-STM-IDX)
                    MOVE SPACES TO SA-CLOSE-DATE(WS-STM-IDX)
                    MOVE 'N' TO SA-HIST-FLAG(WS-STM-IDX)
                    MOVE SPACES TO SA-HIST-PERIOD(WS-STM-IDX)
                 ELSE
                    MOVE 'Y' TO WS-STM-TRUNCATED-FLAG
                 END-IF
              END-IF
           END-PERFORM.

      *    Relit l'historique des soldes écrit par CALCCLOS. Un
      *    historique absent n'est pas une erreur en période
      *    ouverte (aucune clôture: les soldes d'ouverture restent
      *    reconstitués depuis le premier postage).
       1140-LOAD-HISTORY.
           OPEN INPUT CALC-BALH-FILE.
           IF WS-BALH-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF WS-BALH-FILE-STATUS NOT = '00'
                 DISPLAY "ERREUR: impossible d'ouvrir CALCBALH.DAT "
                         "(statut " WS-BALH-FILE-STATUS
                         "). Relevés annulés."
                 MOVE WS-RC-FAILURE TO RETURN-CODE
                 PERFORM 9900-TERMINATE
              ELSE
                 MOVE 'N' TO WS-BALH-EOF
                 PERFORM UNTIL BALH-EOF-REACHED
                    READ CALC-BALH-FILE
                       AT END
                          MOVE 'Y' TO WS-BALH-EOF
                       NOT AT END
                          PERFORM 1142-LOAD-ONE-HISTORY
                    END-READ
                 END-PERFORM
                 CLOSE CALC-BALH-FILE
              END-IF
           END-IF.

      *    Retient un enregistrement de l'historique. Période
      *    close: l'enregistrement de la période demandée ajoute
      *    son compte à la table, et la plus grande période close
      *    antérieure borne les postages archivés. Période
      *    ouverte: chaque compte de la table retient son
      *    enregistrement le plus récent. Un enregistrement non
      *    conforme est signalé et ignoré.
       1142-LOAD-ONE-HISTORY.
           IF BH-ACCOUNT-CODE = SPACES
              OR BH-PERIOD IS NOT NUMERIC
              OR BH-OPENING-BALANCE IS NOT NUMERIC
              OR BH-CLOSING-BALANCE IS NOT NUMERIC
              OR BH-TOTAL-DEBITS IS NOT NUMERIC
              OR BH-TOTAL-CREDITS IS NOT NUMERIC
              DISPLAY "Enregistrement CALCBALH.DAT non conforme "
                      "ignoré: " CALC-BALH-RECORD(1:15)
           ELSE
              IF BH-PERIOD > WS-LAST-CLOSED
                 OR WS-LAST-CLOSED = SPACES
                 MOVE BH-PERIOD TO WS-LAST-CLOSED
              END-IF
              MOVE BH-ACCOUNT-CODE TO WS-STM-CODE-WORK
              PERFORM 1130-FIND-STM-ACCOUNT
              IF CLOSED-PERIOD-REQUESTED
                 IF BH-PERIOD < WS-REQUEST-PERIOD
                    AND (BH-PERIOD > WS-PRIOR-CLOSED
                         OR WS-PRIOR-CLOSED = SPACES)
                    MOVE BH-PERIOD TO WS-PRIOR-CLOSED
                 END-IF
                 IF BH-PERIOD = WS-REQUEST-PERIOD
                    MOVE 'Y' TO WS-PERIOD-FOUND-FLAG
                    PERFORM 1144-ADD-HISTORY-ACCOUNT
                 END-IF
              ELSE
                 IF WS-STM-ACCT-FOUND > ZERO
                    SET WS-STM-IDX TO WS-STM-ACCT-FOUND
                    IF BH-PERIOD > SA-HIST-PERIOD(WS-STM-IDX)
                       OR SA-HIST-PERIOD(WS-STM-IDX) = SPACES
                       MOVE 'Y' TO SA-HIST-FLAG(WS-STM-IDX)
                       MOVE BH-PERIOD TO SA-HIST-PERIOD(WS-STM-IDX)
                       MOVE BH-CLOSING-BALANCE
                          TO SA-HIST-OPENING(WS-STM-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Ajoute à la table (période close) le compte de
      *    l'enregistrement d'historique en cours, avec ses soldes
      *    et totaux historisés. Son libellé vient ensuite du
      *    maître, s'il y figure encore.
       1144-ADD-HISTORY-ACCOUNT.
           IF WS-STM-ACCT-FOUND = ZERO
              IF WS-STM-ACCT-COUNT < WS-STM-ACCT-LIMIT
                 ADD 1 TO WS-STM-ACCT-COUNT
                 SET WS-STM-IDX TO WS-STM-ACCT-COUNT
                 MOVE BH-ACCOUNT-CODE TO SA-ACCOUNT-CODE(WS-STM-IDX)
                 MOVE ZERO TO SA-BALANCE(WS-STM-IDX)
                 MOVE "ABSENT DU FICHIER MAITRE"
                    TO SA-DESCRIPTION(WS-STM-IDX)
                 MOVE 'N' TO SA-IN-MASTER-FLAG(WS-STM-IDX)
                 MOVE SPACE TO SA-STATUS(WS-STM-IDX)
                 MOVE SPACES TO SA-OPEN-DATE(WS-STM-IDX)
                 MOVE SPACES TO SA-CLOSE-DATE(WS-STM-IDX)
                 SET WS-STM-ACCT-FOUND TO WS-STM-IDX
              ELSE
                 MOVE 'Y' TO WS-STM-TRUNCATED-FLAG
              END-IF
           END-IF.
           IF WS-STM-ACCT-FOUND > ZERO
              SET WS-STM-IDX TO WS-STM-ACCT-FOUND
              MOVE 'Y' TO SA-HIST-FLAG(WS-STM-IDX)
              MOVE BH-PERIOD TO SA-HIST-PERIOD(WS-STM-IDX)
              MOVE BH-OPENING-BALANCE TO SA-HIST-OPENING(WS-STM-IDX)
              MOVE BH-CLOSING-BALANCE TO SA-HIST-CLOSING(WS-STM-IDX)
              MOVE BH-TOTAL-DEBITS TO SA-HIST-DEBITS(WS-STM-IDX)
              MOVE BH-TOTAL-CREDITS TO SA-HIST-CREDITS(WS-STM-IDX)
           END-IF.

      *    Paragraphe pilote: relève le compte demandé, ou tous les
      *    comptes de la table.
       1200-STATEMENT-DRIVER.
              MOVE WS-REQUEST-CODE TO WS-STM-CODE-WORK
              PERFORM 1130-FIND-STM-ACCOUNT
              IF WS-STM-ACCT-FOUND = ZERO
                 IF CLOSED-PERIOD-REQUESTED
                    DISPLAY "ERREUR: compte absent de l'historique "
                            "de la période " WS-REQUEST-PERIOD ": "
                            WS-REQUEST-CODE
                 ELSE
                    DISPLAY "ERREUR: compte inconnu du maître et du "
                            "journal des postages: " WS-REQUEST-CODE
                 END-IF
                 MOVE WS-RC-FAILURE TO RETURN-CODE
              ELSE
                 SET WS-STM-IDX TO WS-STM-ACCT-FOUND
           END-IF.

      *    Relevé d'un compte (celui pointé par WS-STM-IDX): entête
      *    du compte, solde d'ouverture historisé s'il existe, puis
      *    relecture complète du journal (vif ou archivé) filtrée
      *    sur ce compte, puis clôture et preuve du solde.
       2000-STATEMENT-ONE.
           MOVE SA-ACCOUNT-CODE(WS-STM-IDX) TO WS-STM-CODE-WORK.
           ADD 1 TO WS-STATEMENT-COUNT.
                  SA-DESCRIPTION(WS-STM-IDX) DELIMITED BY SIZE
                  INTO WS-STM-LINE.
           PERFORM 8100-WRITE-STM-LINE.
           PERFORM 2010-WRITE-ACCOUNT-STATUS.
           IF SA-HIST-FLAG(WS-STM-IDX) = 'Y'
              MOVE SA-HIST-OPENING(WS-STM-IDX) TO WS-OPENING-BALANCE
              MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
              MOVE 'N' TO WS-FIRST-POSTING-FLAG
              MOVE WS-OPENING-BALANCE TO WS-NUM-DISPLAY
              MOVE SPACES TO WS-STM-LINE
              IF CLOSED-PERIOD-REQUESTED
                 STRING "  Solde d'ouverture: " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-NUM-DISPLAY)
                           DELIMITED BY SIZE
                        " (historique " DELIMITED BY SIZE
                        SA-HIST-PERIOD(WS-STM-IDX) DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-STM-LINE
              ELSE
                 STRING "  Solde d'ouverture: " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-NUM-DISPLAY)
                           DELIMITED BY SIZE
                        " (cloture " DELIMITED BY SIZE
                        SA-HIST-PERIOD(WS-STM-IDX) DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-STM-LINE
              END-IF
              PERFORM 8100-WRITE-STM-LINE
           END-IF.
           PERFORM 2100-READ-POSTINGS.
           PERFORM 2200-CLOSE-STATEMENT.
           MOVE SPACES TO WS-STM-LINE.
           PERFORM 8100-WRITE-STM-LINE.

      *    Ligne de statut du compte en cours: statut au fichier
      *    maître, date d'ouverture et, pour un compte fermé, date
      *    de fermeture. Un compte absent du maître est dit
      *    inconnu, un statut autre que O, G ou F non conforme.
       2010-WRITE-ACCOUNT-STATUS.
           EVALUATE TRUE
              WHEN SA-IN-MASTER-FLAG(WS-STM-IDX) NOT = 'Y'
                 MOVE "INCONNU" TO WS-STATUS-TEXT
              WHEN SA-STATUS(WS-STM-IDX) = 'O'
                 MOVE "OUVERT" TO WS-STATUS-TEXT
              WHEN SA-STATUS(WS-STM-IDX) = 'G'
                 MOVE "GELE" TO WS-STATUS-TEXT
              WHEN SA-STATUS(WS-STM-IDX) = 'F'
                 MOVE "FERME" TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE "NON CONFORME" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-STM-LINE.
           EVALUATE TRUE
              WHEN SA-IN-MASTER-FLAG(WS-STM-IDX) NOT = 'Y'
                 STRING "  Statut: " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-STATUS-TEXT)
                           DELIMITED BY SIZE
                        INTO WS-STM-LINE
              WHEN SA-STATUS(WS-STM-IDX) = 'F'
                 STRING "  Statut: " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-STATUS-TEXT)
                           DELIMITED BY SIZE
                        "  Ouvert le: " DELIMITED BY SIZE
                        SA-OPEN-DATE(WS-STM-IDX) DELIMITED BY SIZE
                        "  Ferme le: " DELIMITED BY SIZE
                        SA-CLOSE-DATE(WS-STM-IDX) DELIMITED BY SIZE
                        INTO WS-STM-LINE
              WHEN OTHER
                 STRING "  Statut: " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-STATUS-TEXT)
                           DELIMITED BY SIZE
                        "  Ouvert le: " DELIMITED BY SIZE
                        SA-OPEN-DATE(WS-STM-IDX) DELIMITED BY SIZE
                        INTO WS-STM-LINE
           END-EVALUATE.
           PERFORM 8100-WRITE-STM-LINE.

      *    Relit le journal des postages et reporte les postages du
      *    compte en cours, dans l'ordre du journal: le journal vif
      *    en période ouverte, les archives en période close. Un
      *    journal absent laisse le relevé sans postage.
       2100-READ-POSTINGS.
           IF CLOSED-PERIOD-REQUESTED
              PERFORM 2105-READ-ARCHIVED-POSTINGS
           ELSE
              OPEN INPUT CALC-JRNL-FILE
              IF WS-JRNL-FILE-STATUS NOT = '00'
                 CONTINUE
              ELSE
                 MOVE 'N' TO WS-JRNL-EOF
                 PERFORM UNTIL JRNL-EOF-REACHED
                    READ CALC-JRNL-FILE INTO WS-JRNL-LINE
                       AT END
                          MOVE 'Y' TO WS-JRNL-EOF
                       NOT AT END
                          IF JL-ACCOUNT-CODE = WS-STM-CODE-WORK
                             PERFORM 2110-STATEMENT-POSTING
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CALC-JRNL-FILE
              END-IF
           END-IF.

      *    Relit les archives du journal et reporte les postages du
      *    compte en cours datés dans la période close demandée
      *    (après la clôture précédente, jusqu'à la fin de la
      *    période). Les bannières de clôture ("*** ..." en
      *    colonne 1) n'ont pas de code de compte réel: elles ne
      *    répondent jamais au compte demandé et sont ignorées.
       2105-READ-ARCHIVED-POSTINGS.
           OPEN INPUT CALC-JRNA-FILE.
           IF WS-JRNA-FILE-STATUS NOT = '00'
              CONTINUE
           ELSE
              MOVE 'N' TO WS-JRNL-EOF
              PERFORM UNTIL JRNL-EOF-REACHED
                 READ CALC-JRNA-FILE INTO WS-JRNL-LINE
                    AT END
                       MOVE 'Y' TO WS-JRNL-EOF
                    NOT AT END
                       IF JL-ACCOUNT-CODE = WS-STM-CODE-WORK
                          AND JL-DATE(1:6) NOT > WS-REQUEST-PERIOD
                          AND (JL-DATE(1:6) > WS-PRIOR-CLOSED
                               OR WS-PRIOR-CLOSED = SPACES)
                          PERFORM 2110-STATEMENT-POSTING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CALC-JRNA-FILE
           END-IF.

      *    Reporte un postage du compte en cours: au premier
      *    postage d'un compte sans historique, le solde
      *    d'ouverture est reconstitué (solde après mouvement moins
      *    montant du mouvement); ensuite le solde recalculé doit
      *    suivre le solde journalisé, sinon la ligne est signalée.
      *    Une ligne illisible est signalée et ignorée.
       2110-STATEMENT-POSTING.
           IF JL-AMOUNT IS NOT NUMERIC
              OR JL-BALANCE-AFTER IS NOT NUMERIC
              MOVE SPACES TO WS-STM-LINE
              STRING "  Ligne de journal illisible ignoree: "
                        DELIMITED BY SIZE
                     WS-JRNL-LINE DELIMITED BY SIZE
                     INTO WS-STM-LINE
              PERFORM 8100-WRITE-STM-LINE
              MOVE 'Y' TO WS-CHAIN-ERROR-FLAG
           MOVE JL-TIME(1:2) TO WS-TD-HH.
           MOVE JL-TIME(3:2) TO WS-TD-MM.
           MOVE JL-TIME(5:2) TO WS-TD-SS.
           MOVE JL-TIME(7:2) TO WS-TD-CC.
           MOVE JL-AMOUNT TO WS-NUM-DISPLAY.
           MOVE JL-BALANCE-AFTER TO WS-NUM-DISPLAY-2.
           MOVE SPACES TO WS-STM-LINE.
                  FUNCTION TRIM(WS-NUM-DISPLAY-2) DELIMITED BY SIZE
                  INTO WS-STM-LINE.
           PERFORM 8100-WRITE-STM-LINE.
           IF JL-LINK-STAMP NOT = SPACES
              PERFORM 2130-WRITE-REVERSAL-LINK
           END-IF.
           IF JL-APPROVER-ID NOT = SPACES
              PERFORM 2140-WRITE-APPROVER-LINE
           END-IF.

      *    Une contre-passation AX et le postage qu'elle annule se
      *    désignent l'un l'autre (JL-LINK-STAMP): chacun est suivi
      *    d'un renvoi vers l'autre (date et heure AAAAMMJJHHMMSScc,
      *    telles que portées par la transaction AX), pour
      *    présenter la paire au relevé. Une annulation AN de la
      *    session interactive désigne de même le postage annulé.
       2130-WRITE-REVERSAL-LINK.
           MOVE SPACES TO WS-STM-LINE.
           EVALUATE JL-OP-CODE
              WHEN 'AX'
                 STRING "      contre-passation du postage "
                           DELIMITED BY SIZE
                        JL-LINK-DATE DELIMITED BY SIZE
                        JL-LINK-TIME DELIMITED BY SIZE
                        INTO WS-STM-LINE
              WHEN 'AN'
                 STRING "      annulation du postage "
                           DELIMITED BY SIZE
                        JL-LINK-DATE DELIMITED BY SIZE
                        JL-LINK-TIME DELIMITED BY SIZE
                        INTO WS-STM-LINE
              WHEN OTHER
                 STRING "      contre-passe par AX " DELIMITED BY SIZE
                        JL-LINK-DATE DELIMITED BY SIZE
                        JL-LINK-TIME DELIMITED BY SIZE
                        INTO WS-STM-LINE
           END-EVALUATE.
           PERFORM 8100-WRITE-STM-LINE.

      *    Un mouvement mis en attente au-delà de la limite de
      *    postage de son opérateur, puis approuvé par CALCRELS,
      *    porte le superviseur qui l'a approuvé: il est cité sous
      *    la ligne du postage.
       2140-WRITE-APPROVER-LINE.
           MOVE SPACES TO WS-STM-LINE.
           STRING "      approuve par " DELIMITED BY SIZE
                  JL-APPROVER-ID DELIMITED BY SIZE
                  INTO WS-STM-LINE.
           PERFORM 8100-WRITE-STM-LINE.

      *    Clôture du relevé: solde de clôture reconstitué, preuve
      *    contre le solde du fichier maître (période ouverte) ou
      *    contre le solde de clôture historisé (période close), et
      *    signalement de tout compte qui ne se prouve pas (solde
      *    en écart, compte absent du maître, ou enchaînement
      *    rompu).
       2200-CLOSE-STATEMENT.
           IF WS-STM-POSTING-COUNT = ZERO
              IF SA-HIST-FLAG(WS-STM-IDX) NOT = 'Y'
                 MOVE SA-BALANCE(WS-STM-IDX) TO WS-RUNNING-BALANCE
              END-IF
              MOVE SPACES TO WS-STM-LINE
              MOVE "  Aucun postage au journal." TO WS-STM-LINE
              PERFORM 8100-WRITE-STM-LINE
                  " postage(s))" DELIMITED BY SIZE
                  INTO WS-STM-LINE.
           PERFORM 8100-WRITE-STM-LINE.
           IF CLOSED-PERIOD-REQUESTED
              PERFORM 2210-PROVE-CLOSED-PERIOD
           ELSE
              PERFORM 2220-PROVE-OPEN-PERIOD
           END-IF.

      *    Preuve d'une période close: totaux de l'historique, et
      *    solde de clôture reconstitué égal au solde de clôture
      *    historisé.
       2210-PROVE-CLOSED-PERIOD.
           MOVE SA-HIST-DEBITS(WS-STM-IDX) TO WS-NUM-DISPLAY.
           MOVE SA-HIST-CREDITS(WS-STM-IDX) TO WS-NUM-DISPLAY-2.
           MOVE SPACES TO WS-STM-LINE.
           STRING "  Historique: debits " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISPLAY) DELIMITED BY SIZE
                  "  credits " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-DISPLAY-2) DELIMITED BY SIZE
                  INTO WS-STM-LINE.
           PERFORM 8100-WRITE-STM-LINE.
           MOVE 'N' TO WS-PROOF-FLAG.
           IF WS-RUNNING-BALANCE = SA-HIST-CLOSING(WS-STM-IDX)
              AND NOT CHAIN-ERROR-SEEN
              MOVE 'Y' TO WS-PROOF-FLAG
           END-IF.
           IF ACCOUNT-PROVEN
              MOVE SPACES TO WS-STM-LINE
              MOVE "  Preuve: conforme a l'historique des soldes."
                 TO WS-STM-LINE
              PERFORM 8100-WRITE-STM-LINE
           ELSE
              ADD 1 TO WS-UNPROVEN-COUNT
              MOVE SA-HIST-CLOSING(WS-STM-IDX) TO WS-NUM-DISPLAY-2
              MOVE SPACES TO WS-STM-LINE
              STRING "  *** NE SE PROUVE PAS: cloture historisee: "
                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-NUM-DISPLAY-2)
                        DELIMITED BY SIZE
                     INTO WS-STM-LINE
              PERFORM 8100-WRITE-STM-LINE
           END-IF.

      *    Preuve de la période ouverte contre le fichier maître.
       2220-PROVE-OPEN-PERIOD.
           MOVE 'N' TO WS-PROOF-FLAG.
           IF SA-IN-MASTER-FLAG(WS-STM-IDX) = 'Y'
              AND WS-RUNNING-BALANCE = SA-BALANCE(WS-STM-IDX)
