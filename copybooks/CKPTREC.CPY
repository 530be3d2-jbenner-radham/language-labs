001294* 08/22/26  DWW  ADDED THE PER-SOURCE READ/VALID/REJECTED        *
001296*                TABLE SO A RESTART'S PER-FEEDER SUBTOTALS       *
001297*                COVER THE WHOLE DAY. RECORD NOW 320 BYTES.      *
001298* 10/15/26  DWW  ADDED THE PER-SOURCE REJECT-REASON AND          *
001299*                EXCEPTION COUNTS FOR DQHIST. NOW 820 BYTES.     *
001300*----------------------------------------------------------------*
001400 01  CHECKPOINT-RECORD.
001500     05 CKPT-LAST-ID            PIC 9(05).
001750        10 CKPT-SRC-VALID       PIC 9(07).
001760        10 CKPT-SRC-REJECTED    PIC 9(07).
001770     05 FILLER                  PIC X(03).
001780     05 CKPT-SRC-QUALITY OCCURS 10 TIMES.
001790        10 CKPT-SRC-REJ-BLANK   PIC 9(07).
001800        10 CKPT-SRC-REJ-NON-ALPHA
001810                                PIC 9(07).
001820        10 CKPT-SRC-REJ-DUP-EXTRACT
001830                                PIC 9(07).
001840        10 CKPT-SRC-REJ-CROSS-SOURCE
001850                                PIC 9(07).
001860        10 CKPT-SRC-REJ-WRITE-FAILED
001870                                PIC 9(07).
001880        10 CKPT-SRC-REJ-OTHER   PIC 9(07).
001890        10 CKPT-SRC-EXCEPTION   PIC 9(07).
001900     05 FILLER                  PIC X(10).
