      *================================================================*
      * OPERATOR MAINTENANCE HISTORY RECORD COPYBOOK - One row
      * appended by OPERMNT for every add, update or delete it applies
      * to the operator security master: who was changed, who keyed
      * the change, when, and the operator record before and after.
      * The images let a reviewer say what role, active flag and
      * authorities an operator held on any past date, which the
      * master alone cannot. The history is only ever extended.
      *================================================================*
       01  OPERATOR-HISTORY-RECORD.
           05  OPH-ACTION                  PIC X(1).
               88  OPH-ACTION-ADD          VALUE 'A'.
               88  OPH-ACTION-UPDATE       VALUE 'U'.
               88  OPH-ACTION-DELETE       VALUE 'D'.
           05  OPH-TS-DATE                 PIC 9(8).
           05  OPH-TS-TIME                 PIC 9(6).
           05  OPH-OPERATOR-ID             PIC X(8).
      *----------------------------------------------------------------*
      * Operator who keyed the maintenance; spaces when the input row
      * named nobody.
      *----------------------------------------------------------------*
           05  OPH-MAINTAINED-BY           PIC X(8).
      *----------------------------------------------------------------*
      * OPERATOR-RECORD images (copybooks/OPERREC); the before image
      * is spaces on an add and the after image spaces on a delete.
      *----------------------------------------------------------------*
           05  OPH-BEFORE-IMAGE            PIC X(59).
           05  OPH-AFTER-IMAGE             PIC X(59).
           05  FILLER                      PIC X(20).
