000800*  records-processed count, which DTV120 balances the day's
000900*  files against.  The layout lived inline in DTV100 until
001000*  DTV120 needed to read it too.
001010*
001020*  On a split night each stream has a checkpoint of its own.
001030*  DTV190 starts every stream's with a SPLIT record carrying
001040*  the requests dealt to it - a fresh start, never a restart
001050*  - and DTV195 rolls the streams' COMPLETE records up into
001060*  the night's one checkpoint for DTV120, complete only when
001070*  every stream is.  CKPT-RETURN-CODE is the return code the
001080*  finished run ended with, so the merge can carry the worst
001090*  stream's code forward to the steps conditioned on it.
001100* ****************************************************************
001200  01  CHECKPOINT-RECORD.
001300      05  CKPT-RECORDS-PROCESSED     PIC 9(08).
001400      05  CKPT-STATUS                PIC X(08).
001500          88  CKPT-COMPLETE                     VALUE 'COMPLETE'.
001600          88  CKPT-IN-PROGRESS                  VALUE 'INPROG  '.
001610          88  CKPT-SPLIT                        VALUE 'SPLIT   '.
001620      05  CKPT-RETURN-CODE           PIC 9(02).
