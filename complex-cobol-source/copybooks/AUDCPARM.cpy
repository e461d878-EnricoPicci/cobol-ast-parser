      *================================================================*
      * AUDCHAIN CALL PARAMETER COPYBOOK - Shared LINKAGE layout for
      * any program that CALLs 'AUDCHAIN', the audit journal chain
      * keeper. The caller sets AC-FUNCTION-CODE plus whichever input
      * fields that function needs, CALLs with the AUDIT-RECORD
      * (copybooks/AUDITREC) as the second parameter, then inspects
      * AC-RESULT-FLAG:
      *   SE - seal the entry about to be written: give it the next
      *        chain sequence and its chain value, and carry both
      *        into the current and today's daily control rows
      *   CV - compute the chain value the entry should carry,
      *        given AC-PRIOR-VALUE, into AC-CHAIN-VALUE (no file
      *        I/O - the verifier's recomputation)
      *   RM - record a consolidated month: AC-FIRST-SEQ through
      *        AC-LAST-SEQ, AC-ENTRY-COUNT entries, closing on
      *        AC-CHAIN-VALUE, under AC-PERIOD-DATE
      *   RA - move the retention anchor up to AC-LAST-SEQ and its
      *        chain value AC-CHAIN-VALUE, the last entry destroyed
      *================================================================*
       01  AUDCHAIN-PARMS.
           05  AC-FUNCTION-CODE            PIC X(2).
               88  AC-FN-SEAL-ENTRY        VALUE 'SE'.
               88  AC-FN-COMPUTE-VALUE     VALUE 'CV'.
               88  AC-FN-RECORD-MONTH      VALUE 'RM'.
               88  AC-FN-RECORD-ANCHOR     VALUE 'RA'.
           05  AC-PRIOR-VALUE              PIC 9(18).
           05  AC-CHAIN-VALUE              PIC 9(18).
           05  AC-FIRST-SEQ                PIC 9(12).
           05  AC-LAST-SEQ                 PIC 9(12).
           05  AC-ENTRY-COUNT              PIC 9(9).
           05  AC-PERIOD-DATE              PIC 9(8).
           05  AC-RESULT-FLAG              PIC X(1).
               88  AC-OK                   VALUE 'Y'.
               88  AC-NOT-OK               VALUE 'N'.
