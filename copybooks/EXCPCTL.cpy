      *****************************************************************
      *  EXCPCTL.CPY
      *  The single record on the EXCPCTL exception-control file.
      *  Every CTLBRK writer reads it, takes the next exception
      *  number, and writes it straight back before the notice
      *  goes out, so the number sequence never repeats whichever
      *  program in the stream raised the last one.  EXCTRAK keeps
      *  its own place here too: CX-LAST-LOADED-NO is the highest
      *  exception number already on the open-exceptions file, so
      *  each run loads only the notices raised since.
      *
      *  A writer that finds no control record starts the sequence
      *  at 1 and creates it - that is how the file is first
      *  built.  A writer rewrites the whole record, so the
      *  EXCTRAK fields travel through untouched.
      *****************************************************************
       01  EXCEPTION-CONTROL-RECORD.
           05  CX-LAST-ISSUED-NO         PIC 9(7).
           05  FILLER                    PIC X(1).
           05  CX-LAST-ISSUED-BY         PIC X(8).
           05  FILLER                    PIC X(1).
           05  CX-LAST-ISSUED-DATE       PIC 9(8).
           05  FILLER                    PIC X(1).
           05  CX-LAST-LOADED-NO         PIC 9(7).
           05  FILLER                    PIC X(1).
           05  CX-LAST-LOADED-DATE       PIC 9(8).
           05  FILLER                    PIC X(38).
