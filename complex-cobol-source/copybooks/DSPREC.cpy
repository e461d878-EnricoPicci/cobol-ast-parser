           05  DSP-RESOLUTION-CODE         PIC X(1).
               88  DSP-RES-REINSTATED      VALUE 'I'.
               88  DSP-RES-ADJUSTED        VALUE 'A'.
      *----------------------------------------------------------------*
      * Operator who keyed the resolution; DSP-OPERATOR-ID stays the
      * operator who opened the dispute. Spaces while open and on
      * disputes resolved before the field existed.
      *----------------------------------------------------------------*
           05  DSP-RESOLVED-BY             PIC X(8).
           05  FILLER                      PIC X(2).
