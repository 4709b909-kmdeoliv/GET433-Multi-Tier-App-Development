      **** Inbound Feed Trailer Record  Length 80 **********************
      **** The last record of every outside feed named in the
      **** manifest (FEEDMAN) - the partner file's own trailer
      **** (SU41PGM91) carried two fields further.  FT-COUNT is the
      **** detail records sent and FT-HASH the sum of the manifest's
      **** hash digits over them, high-order overflow dropped.
      **** FT-FILE-DATE and FT-FILE-SEQ identify the transmission,
      **** so a file already received is refused.  No 01-level here
      **** by design - COPY FEEDTRL under the caller's own 01, the
      **** ACCTREC convention. *****************************************
       05  FT-TAG                      PIC X(03).
           88  FT-TRAILER                  VALUE 'TRL'.
       05  FT-COUNT                    PIC 9(07).
       05  FT-HASH                     PIC 9(13).
       05  FT-FILE-DATE                PIC 9(08).
       05  FT-FILE-SEQ                 PIC 9(04).
       05  FILLER                      PIC X(45).
      **** End of Inbound Feed Trailer Record **************************
