      *    pas est reportée dans un état des écarts, pour pouvoir
      *    démontrer que le journal est cohérent avec lui-même.
      *    Les opérations mémoire (M+/M-/MR/MC) et les opérations
      *    sur accumulateurs (AP/AR/AZ, mouvements directs AD/AC,
      *    contre-passations AX) dépendent d'un état non
      *    journalisé et sont simplement comptées.
      *    *************************************************************

       IDENTIFICATION DIVISION.
              WHEN 'AZ'
              WHEN 'AD'
              WHEN 'AC'
              WHEN 'AX'
                 ADD 1 TO WS-SKIPPED-COUNT
              WHEN OTHER
                 MOVE "code d'opération inconnu" TO WS-DISCREP-REASON
