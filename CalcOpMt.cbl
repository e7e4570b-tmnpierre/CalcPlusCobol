      *    personne. Le programme applique les transactions de
      *    CALCOPTR.DAT (A = ajout, C = changement, D =
      *    désactivation) au fichier maître, en validant le mode
      *    d'arrondi, l'autorisation batch, l'indicateur
      *    d'activité, la limite de postage et l'habilitation de
      *    superviseur contre les valeurs que CALCPLUS et CALCRELS
      *    honorent réellement (N/T ou blanc pour l'arrondi, O/N
      *    pour l'autorisation batch et l'activité, montant positif
      *    ou blanc pour la limite, O/N ou blanc pour
      *    l'habilitation), en refusant les doublons, les
      *    identifiants inconnus et les enregistrements non
      *    conformes, et en consignant pour chaque changement
      *    appliqué un enregistrement d'audit avant/après dans
      *    CALCOPAU.DAT (qui a désactivé tel identifiant, et
      *    quand).
      *    L'identifiant de l'intervenant est fourni en paramètre
      *    (équivalent du PARM= de l'étape JCL).
      *    *************************************************************
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

      *    Enregistrement de transaction d'entretien: l'action (A =
      *    ajout, C = changement, D = désactivation) puis les
      *    champs du fichier maître. Pour D, seuls l'action et
      *    l'identifiant comptent. La limite de postage est au
      *    format du fichier maître (SIGN LEADING SEPARATE, par
      *    exemple +000005000.0000), à blanc pour un opérateur sans
      *    limite.
       FD  CALC-OPTR-FILE.
       01  CALC-OPTR-RECORD.
           05 OT-ACTION            PIC X.
           05 OT-ACTIVE            PIC X.
           05 FILLER               PIC X.
           05 OT-OPERATOR-NAME     PIC X(20).
           05 FILLER               PIC X.
           05 OT-POST-LIMIT        PIC S9(9)V9(4)
                                   SIGN LEADING SEPARATE.
           05 OT-POST-LIMIT-X REDEFINES OT-POST-LIMIT
                                   PIC X(14).
           05 FILLER               PIC X.
           05 OT-SUPERVISOR        PIC X.

      *    Enregistrement d'audit: date, heure, intervenant,
      *    action, identifiant touché, image du fichier maître
           05 FILLER               PIC X.
           05 AU-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X.
           05 AU-BEFORE-IMAGE      PIC X(52).
           05 FILLER               PIC X.
           05 AU-AFTER-IMAGE       PIC X(52).

       WORKING-STORAGE SECTION.

              10 WO-BATCH-ALLOWED  PIC X.
              10 WO-ACTIVE         PIC X.
              10 WO-OPERATOR-NAME  PIC X(20).
              10 WO-POST-LIMIT     PIC X(14).
              10 WO-SUPERVISOR     PIC X.
           05 WS-OPMAST-FOUND      PIC 9(3).
           05 WS-OPMAST-EOF        PIC X VALUE 'N'.
              88 OPMAST-EOF-REACHED VALUE 'Y'.
           05 WS-TR-BATCH-ALLOWED  PIC X.
           05 WS-TR-ACTIVE         PIC X.
           05 WS-TR-OPERATOR-NAME  PIC X(20).
           05 WS-TR-POST-LIMIT     PIC X(14).
           05 WS-TR-SUPERVISOR     PIC X.
           05 WS-REFUSE-REASON     PIC X(40).
           05 WS-TRANS-VALID-FLAG  PIC X.
              88 TRANS-IS-VALID   VALUE 'Y'.

      *    Images avant et après du changement en cours, dans la
      *    disposition du fichier maître, pour la piste d'audit.
       01 WS-BEFORE-IMAGE          PIC X(52).
       01 WS-AFTER-IMAGE           PIC X(52).
       01 WS-IMAGE-WORK.
           05 WI-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WI-ACTIVE            PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WI-OPERATOR-NAME     PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 WI-POST-LIMIT        PIC X(14).
           05 FILLER               PIC X VALUE SPACE.
           05 WI-SUPERVISOR        PIC X.

      *    Compteurs de l'entretien.
       01 WS-OPMT-COUNTERS.
           END-IF.

      *    Ajoute un enregistrement du fichier maître à la table.
      *    Un enregistrement non conforme (identifiant à blanc,
      *    limite de postage ni blanche ni numérique) est signalé
      *    et lève l'interdiction de réécrire (il ne doit pas
      *    disparaître en silence à la réécriture).
       1112-LOAD-ONE-OPERATOR.
           IF OM-OPERATOR-ID = SPACES
              OR (OM-POST-LIMIT-X NOT = SPACES
                  AND OM-POST-LIMIT IS NOT NUMERIC)
              DISPLAY "Enregistrement CALCOPER.DAT non conforme: "
                      CALC-OPER-RECORD
              MOVE 'N' TO WS-OPMAST-CLEAN-FLAG
                    TO WO-ACTIVE(WS-OPM-IDX)
                 MOVE OM-OPERATOR-NAME
                    TO WO-OPERATOR-NAME(WS-OPM-IDX)
                 MOVE OM-POST-LIMIT-X TO WO-POST-LIMIT(WS-OPM-IDX)
                 MOVE FUNCTION UPPER-CASE(OM-SUPERVISOR)
                    TO WO-SUPERVISOR(WS-OPM-IDX)
              ELSE
                 DISPLAY "ERREUR: table des opérateurs saturée: "
                         OM-OPERATOR-ID
              TO WS-TR-BATCH-ALLOWED.
           MOVE FUNCTION UPPER-CASE(OT-ACTIVE) TO WS-TR-ACTIVE.
           MOVE OT-OPERATOR-NAME TO WS-TR-OPERATOR-NAME.
           MOVE OT-POST-LIMIT-X TO WS-TR-POST-LIMIT.
           MOVE FUNCTION UPPER-CASE(OT-SUPERVISOR)
              TO WS-TR-SUPERVISOR.
           PERFORM 1310-VALIDATE-TRANS.
           IF NOT TRANS-IS-VALID
              ADD 1 TO WS-REFUSED-COUNT
      *    Valide la transaction en cours: action connue,
      *    identifiant non blanc, et pour A et C des indicateurs
      *    aux seules valeurs que CALCPLUS honore (arrondi N, T ou
      *    blanc; autorisation batch et activité O ou N; limite de
      *    postage à blanc ou numérique et positive; habilitation
      *    de superviseur O, N ou blanc), doublon refusé à
      *    l'ajout, identifiant inconnu refusé au changement et à
      *    la désactivation.
       1310-VALIDATE-TRANS.
           MOVE 'N' TO WS-TRANS-VALID-FLAG.
           MOVE SPACES TO WS-REFUSE-REASON.
                 AND WS-TR-ACTIVE NOT = 'N'
                 MOVE "indicateur d'activité invalide (O/N)"
                    TO WS-REFUSE-REASON
              WHEN (ACTION-ADD OR ACTION-CHANGE)
                 AND OT-POST-LIMIT-X NOT = SPACES
                 AND (OT-POST-LIMIT IS NOT NUMERIC
                      OR OT-POST-LIMIT < ZERO)
                 MOVE "limite de postage invalide"
                    TO WS-REFUSE-REASON
              WHEN (ACTION-ADD OR ACTION-CHANGE)
                 AND WS-TR-SUPERVISOR NOT = 'O'
                 AND WS-TR-SUPERVISOR NOT = 'N'
                 AND WS-TR-SUPERVISOR NOT = SPACE
                 MOVE "habilitation superviseur invalide (O/N)"
                    TO WS-REFUSE-REASON
              WHEN ACTION-ADD
                 AND WS-OPMAST-COUNT NOT < WS-OPMAST-LIMIT
                 MOVE "table des opérateurs saturée"
           MOVE WS-TR-ACTIVE TO WO-ACTIVE(WS-OPM-IDX).
           MOVE WS-TR-OPERATOR-NAME
              TO WO-OPERATOR-NAME(WS-OPM-IDX).
           MOVE WS-TR-POST-LIMIT TO WO-POST-LIMIT(WS-OPM-IDX).
           MOVE WS-TR-SUPERVISOR TO WO-SUPERVISOR(WS-OPM-IDX).
           PERFORM 1420-COMPOSE-AFTER-IMAGE.
           PERFORM 1430-WRITE-AUDIT.
           ADD 1 TO WS-APPLIED-COUNT.
           DISPLAY "Ajout appliqué: " WS-TR-OPERATOR-ID.

      *    Changement d'un opérateur: remplacement des indicateurs,
      *    du nom, de la limite et de l'habilitation, audit
      *    avant/après.
       1330-APPLY-CHANGE.
           SET WS-OPM-IDX TO WS-OPMAST-FOUND.
           PERFORM 1410-COMPOSE-BEFORE-IMAGE.
           MOVE WS-TR-ACTIVE TO WO-ACTIVE(WS-OPM-IDX).
           MOVE WS-TR-OPERATOR-NAME
              TO WO-OPERATOR-NAME(WS-OPM-IDX).
           MOVE WS-TR-POST-LIMIT TO WO-POST-LIMIT(WS-OPM-IDX).
           MOVE WS-TR-SUPERVISOR TO WO-SUPERVISOR(WS-OPM-IDX).
           PERFORM 1420-COMPOSE-AFTER-IMAGE.
           PERFORM 1430-WRITE-AUDIT.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE WO-BATCH-ALLOWED(WS-OPM-IDX) TO WI-BATCH-ALLOWED.
           MOVE WO-ACTIVE(WS-OPM-IDX) TO WI-ACTIVE.
           MOVE WO-OPERATOR-NAME(WS-OPM-IDX) TO WI-OPERATOR-NAME.
           MOVE WO-POST-LIMIT(WS-OPM-IDX) TO WI-POST-LIMIT.
           MOVE WO-SUPERVISOR(WS-OPM-IDX) TO WI-SUPERVISOR.

      *    Écrit l'enregistrement d'audit du changement en cours.
       1430-WRITE-AUDIT.
                 MOVE WO-ACTIVE(WS-OPM-IDX) TO OM-ACTIVE
                 MOVE WO-OPERATOR-NAME(WS-OPM-IDX)
                    TO OM-OPERATOR-NAME
                 MOVE WO-POST-LIMIT(WS-OPM-IDX) TO OM-POST-LIMIT-X
                 MOVE WO-SUPERVISOR(WS-OPM-IDX) TO OM-SUPERVISOR
                 WRITE CALC-OPER-RECORD
              END-PERFORM
              CLOSE CALC-OPER-FILE
