      * shared electronic-delivery paragraphs - open the outbound
      * delivery file with its header, start each letter with its
      * envelope (and its line on the letter register), write the
      * letter lines, and close the file with its trailer and its
      * entry on the transmission register.  the hash total on the
      * register is the line count, which the gateway checks the
      * trailer against
      * COPY DLVP.

       OPEN-DELIVERY-FILE.
           ACCEPT WS-DLV-DATE FROM DATE YYYYMMDD
           ACCEPT WS-DLV-TIME FROM TIME
           MOVE 0 TO WS-DLV-LETTER-COUNT
           MOVE 0 TO WS-DLV-LINE-COUNT
           OPEN OUTPUT DELIVERY-FILE
           MOVE WS-DLV-FILE-NAME TO DLH-FILE
           MOVE WS-DLV-DATE TO DLH-DATE
           MOVE WS-DLV-TIME TO DLH-TIME
           WRITE DELIVERY-RECORD FROM WS-DLV-HEADER
           OPEN EXTEND MAIL-LETTER-FILE
           IF WS-MAILDLV-STATUS = "35"
               OPEN OUTPUT MAIL-LETTER-FILE
           END-IF.

       START-DELIVERY-LETTER.
           ADD 1 TO WS-DLV-LETTER-COUNT
           MOVE WS-DLV-SOURCE TO WS-DLV-REF-SOURCE
           MOVE WS-DLV-DATE TO WS-DLV-REF-DATE
           MOVE WS-DLV-TIME(1:6) TO WS-DLV-REF-TIME
           MOVE WS-DLV-LETTER-COUNT TO WS-DLV-REF-SEQ
           MOVE WS-DLV-REF TO DLE-REF
           MOVE WS-DLV-ADDRESS TO DLE-ADDRESS
           MOVE WS-DLV-SUBJECT TO DLE-SUBJECT
           MOVE WS-DLV-CONTACT-REF TO DLE-CONTACT-REF
           MOVE WS-DLV-NAME TO DLE-NAME
           WRITE DELIVERY-RECORD FROM WS-DLV-ENVELOPE
           MOVE SPACES TO MAIL-LETTER-RECORD
           MOVE WS-DLV-REF TO MLR-REF
           MOVE WS-DLV-FILE-NAME TO MLR-FILE
           MOVE WS-DLV-NAME TO MLR-RECIPIENT
           MOVE WS-DLV-ADDRESS TO MLR-ADDRESS
           MOVE WS-DLV-DATE TO MLR-SENT-DATE
           MOVE "SENT" TO MLR-STATUS
           WRITE MAIL-LETTER-RECORD.

       WRITE-DELIVERY-LINE.
           ADD 1 TO WS-DLV-LINE-COUNT
           MOVE WS-DLV-TEXT TO DLL-TEXT
           WRITE DELIVERY-RECORD FROM WS-DLV-LINE.

       CLOSE-DELIVERY-FILE.
           MOVE WS-DLV-LETTER-COUNT TO DLT-LETTERS
           MOVE WS-DLV-LINE-COUNT TO DLT-LINES
           WRITE DELIVERY-RECORD FROM WS-DLV-TRAILER
           CLOSE DELIVERY-FILE
           CLOSE MAIL-LETTER-FILE
           MOVE WS-DLV-DATE TO DXM-DATE
           MOVE WS-DLV-TIME TO DXM-TIME
           MOVE WS-DLV-FILE-NAME TO DXM-FILE
           MOVE WS-DLV-LETTER-COUNT TO DXM-COUNT
           MOVE WS-DLV-LINE-COUNT TO DXM-HASH
           MOVE WS-OPERATOR-ID TO DXM-OPERATOR
           MOVE "PRODUCED" TO DXM-DISPOSITION
           OPEN EXTEND MAIL-XMIT-FILE
           IF WS-MAILXMIT-STATUS = "35"
               OPEN OUTPUT MAIL-XMIT-FILE
           END-IF
           WRITE MAIL-XMIT-RECORD FROM WS-DLV-XMIT-REC
           CLOSE MAIL-XMIT-FILE.
