      *    division remainder, so the N ranges cover the parent
      *    range exactly with no gap and no overlap - FBMERGE
      *    re-proves that before anything reaches the history or
      *    the warehouse. every child card carries the parent's
      *    quiet flag and cost center, so the merged night is
      *    charged back to the department that asked for it.
      *
      *    return codes: 0 children written - see FBSPRPT, 8 no
      *    usable parm card, a bad split card, or a range too small
                                              PIC 9(08).
           05  PARM-QUIET-FLAG                PIC X(01).
           05  PARM-FORCE-FLAG                PIC X(01).
           05  PARM-COST-CENTER               PIC X(06).
           05  FILLER                         PIC X(56).

       FD  SPPARM-FILE.
       01  SPPARM-RECORD.
       77  WS-PARENT-START         PIC 9(08).
       77  WS-PARENT-TTS           PIC 9(08).
       77  WS-PARENT-QUIET         PIC X(01).
       77  WS-PARENT-COST-CENTER   PIC X(06).

      *    the split arithmetic: total numbers, the even share, the
      *    remainder the last child absorbs.
           05  WS-CC-TTS                       PIC 9(08).
           05  WS-CC-QUIET                     PIC X(01).
           05  WS-CC-FORCE                     PIC X(01).
           05  WS-CC-COST-CENTER               PIC X(06).
           05  FILLER                          PIC X(56).

       77  WS-COUNT-DISP           PIC Z(7)9.
       77  WS-COUNT-DISP2          PIC Z(7)9.
                               END-IF
                               MOVE PARM-QUIET-FLAG
                                   TO WS-PARENT-QUIET
                               MOVE PARM-COST-CENTER
                                   TO WS-PARENT-COST-CENTER
                           END-IF
                   END-READ
               END-PERFORM.
               MOVE WS-CHILD-TTS TO WS-CC-TTS.
               MOVE WS-PARENT-QUIET TO WS-CC-QUIET.
               MOVE SPACE TO WS-CC-FORCE.
               MOVE WS-PARENT-COST-CENTER TO WS-CC-COST-CENTER.

               EVALUATE WS-CHILD-SUB
                   WHEN 1
