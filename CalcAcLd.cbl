      *    comptes en double sont signalés et ignorés, avec un code
      *    retour non nul. À n'exécuter qu'une fois, atelier
      *    arrêté.
      *    L'ancien maître ne portant ni statut ni dates, chaque
      *    compte chargé sans statut est ouvert (O) à la date de
      *    la conversion; une image séquentielle qui les porte déjà
      *    (statut O, G ou F et dates AAAAMMJJ, dans la disposition
      *    de CALCPLUS) les garde telles quelles.
      *    *************************************************************

       IDENTIFICATION DIVISION.
       FILE SECTION.

      *    Enregistrement de l'ancien maître séquentiel, dans la
      *    disposition historique de CALCPLUS, suivie du statut et
      *    des dates (à blanc dans une image d'avant leur
      *    introduction: la ligne, plus courte, est complétée
      *    d'espaces à la lecture).
       FD  CALC-SEQ-FILE.
       01  CALC-SEQ-RECORD.
           05 SQ-ACCOUNT-CODE      PIC X(8).
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 SQ-DESCRIPTION       PIC X(30).
           05 FILLER               PIC X.
           05 SQ-STATUS            PIC X.
           05 FILLER               PIC X.
           05 SQ-OPEN-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 SQ-CLOSE-DATE        PIC X(8).

      *    Enregistrement du nouveau maître indexé, identique à
      *    celui de CALCPLUS.
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X.
           05 AC-DESCRIPTION       PIC X(30).
           05 FILLER               PIC X.
           05 AC-STATUS            PIC X.
           05 FILLER               PIC X.
           05 AC-OPEN-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 AC-CLOSE-DATE        PIC X(8).

       WORKING-STORAGE SECTION.

           05 WS-LOADED-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-SKIPPED-COUNT     PIC 9(9) VALUE ZERO.

      *    Date de la conversion, date d'ouverture des comptes
      *    chargés sans statut.
       01 WS-LOAD-DATE             PIC X(8).

      *    Indicateurs de déroulement de la conversion.
       01 WS-LOAD-CONTROLS.

      *    n'importe quel ordre; seul un code de compte en double
      *    est signalé et ignoré à l'écriture.
       1100-INITIALIZE.
           ACCEPT WS-LOAD-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CALC-SEQ-FILE.
           IF WS-SEQ-FILE-STATUS NOT = '00'
              DISPLAY "ERREUR: impossible d'ouvrir CALCACCT.SEQ "
           CLOSE CALC-ACCT-FILE.

      *    Charge un enregistrement: les enregistrements non
      *    conformes (code à blanc, solde non numérique, statut
      *    autre que O, G, F ou blanc) sont signalés et ignorés,
      *    comme au chargement historique de CALCPLUS. Un compte
      *    sans statut est chargé ouvert à la date de la
      *    conversion.
       1300-LOAD-ONE.
           IF SQ-ACCOUNT-CODE = SPACES
              OR SQ-BALANCE IS NOT NUMERIC
              OR (SQ-STATUS NOT = 'O' AND SQ-STATUS NOT = 'G'
                  AND SQ-STATUS NOT = 'F' AND SQ-STATUS NOT = SPACE)
              DISPLAY "Enregistrement CALCACCT.SEQ non conforme "
                      "ignoré: " SQ-ACCOUNT-CODE
              ADD 1 TO WS-SKIPPED-COUNT
              MOVE SQ-ACCOUNT-CODE TO AC-ACCOUNT-CODE
              MOVE SQ-BALANCE TO AC-BALANCE
              MOVE SQ-DESCRIPTION TO AC-DESCRIPTION
              IF SQ-STATUS = SPACE
                 MOVE 'O' TO AC-STATUS
                 MOVE WS-LOAD-DATE TO AC-OPEN-DATE
              ELSE
                 MOVE SQ-STATUS TO AC-STATUS
                 MOVE SQ-OPEN-DATE TO AC-OPEN-DATE
                 MOVE SQ-CLOSE-DATE TO AC-CLOSE-DATE
              END-IF
              WRITE CALC-ACCT-RECORD
                 INVALID KEY
                    DISPLAY "Compte en double ignoré: "
