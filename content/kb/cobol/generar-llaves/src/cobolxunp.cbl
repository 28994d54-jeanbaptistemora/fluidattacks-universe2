           05 W04-TAG      PIC X(04).
           05 W04-PURPOSE  PIC X(20).
           05 W04-CREATED  PIC X(14).
           05 W04-KEY-ID   PIC X(30).

       COPY QC3CCI OF QSYSINC-QCBLLESRC.
       COPY QUSEC OF QSYSINC-QCBLLESRC.
      * purpose, the key is fetched through COBOLVGET (so this access
      * is in KEYACCAUD too) and the records are recovered in place
      * order.  A file without the XPRT header is rejected rather than
      * garbled.  When the header names the vault key, that key is
      * requested even if it has since been retired; older headers
      * without it fall back to the purpose's active key.
       PROCEDURE DIVISION USING XU-CALLER, XU-PROT-DSN, XU-CLEAR-DSN,
                                 XU-RESULT.
       MAIN.
           READ PROTECTED-FILE
               AT END SET WS-PROT-EOF TO TRUE
           END-READ.
           MOVE SPACES TO W04-HEADER.
           IF WS-RECLEN < 68
               MOVE PROTECTED-RECORD(1:38) TO W04-HEADER
           ELSE
               MOVE PROTECTED-RECORD(1:68) TO W04-HEADER
           END-IF.
           IF WS-PROT-EOF OR W04-TAG NOT = "XPRT"
               CLOSE PROTECTED-FILE
               SET XU-NO-HEADER TO TRUE
           END-IF.

           CALL "COBOLVGET" USING XU-CALLER, W04-PURPOSE,
                                   W01-KEYVALUE, W02-VGET-RESULT,
                                   W04-KEY-ID.
           IF NOT W02-KEY-OK
               CLOSE PROTECTED-FILE
               IF W02-KEY-DENIED
