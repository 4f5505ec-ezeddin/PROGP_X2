    ==CK-N== BY ==CKN-N==
    ==CK-M== BY ==CKN-M==
    ==CK-ENTRY-COUNT== BY ==CKN-ENTRY-COUNT==
    ==CK-RUN-DATE== BY ==CKN-RUN-DATE==
    ==CK-RUN-TIME== BY ==CKN-RUN-TIME==
    ==CK-TABLE== BY ==CKN-TABLE==
    ==CK-B-BER== BY ==CKN-B-BER==.

    ==CK-N== BY ==CKA-N==
    ==CK-M== BY ==CKA-M==
    ==CK-ENTRY-COUNT== BY ==CKA-ENTRY-COUNT==
    ==CK-RUN-DATE== BY ==CKA-RUN-DATE==
    ==CK-RUN-TIME== BY ==CKA-RUN-TIME==
    ==CK-TABLE== BY ==CKA-TABLE==
    ==CK-B-BER== BY ==CKA-B-BER==.

        MOVE CK-N TO CKN-N.
        MOVE CK-M TO CKN-M.
        MOVE CK-ENTRY-COUNT TO CKN-ENTRY-COUNT.
        MOVE CK-RUN-DATE TO CKN-RUN-DATE.
        MOVE CK-RUN-TIME TO CKN-RUN-TIME.
        MOVE ZERO TO ws_ckpt_n.
        PERFORM COPY-CKPT-KEEP-ENTRY
            UNTIL ws_ckpt_n >= CK-ENTRY-COUNT.
        MOVE CK-N TO CKA-N.
        MOVE CK-M TO CKA-M.
        MOVE CK-ENTRY-COUNT TO CKA-ENTRY-COUNT.
        MOVE CK-RUN-DATE TO CKA-RUN-DATE.
        MOVE CK-RUN-TIME TO CKA-RUN-TIME.
        MOVE ZERO TO ws_ckpt_n.
        PERFORM COPY-CKPT-ARCH-ENTRY
            UNTIL ws_ckpt_n >= CK-ENTRY-COUNT.
