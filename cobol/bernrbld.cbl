    ==BM-INDEX== BY ==RB-INDEX==
    ==BM-VALUE== BY ==RB-VALUE==
    ==BM-LAST-RUN-DATE== BY ==RB-LAST-RUN-DATE==
    ==BM-SOURCE-RUN== BY ==RB-SOURCE-RUN==
    ==BM-CERT-STATUS== BY ==RB-CERT-STATUS==
    ==BM-CERTIFIED== BY ==RB-CERTIFIED==
    ==BM-PROVISIONAL== BY ==RB-PROVISIONAL==
    ==BM-REJECTED== BY ==RB-REJECTED==
    ==BM-PROPOSED-BY== BY ==RB-PROPOSED-BY==
    ==BM-PROPOSED-DATE== BY ==RB-PROPOSED-DATE==
    ==BM-CERT-VALUE== BY ==RB-CERT-VALUE==
    ==BM-CERT-RUN-DATE== BY ==RB-CERT-RUN-DATE==
    ==BM-CERTIFIED-BY== BY ==RB-CERTIFIED-BY==
    ==BM-CERT-DATE== BY ==RB-CERT-DATE==.

FD REPORT-FILE
    RECORDING MODE IS F
        MOVE BM-VALUE TO RB-VALUE.
        MOVE BM-LAST-RUN-DATE TO RB-LAST-RUN-DATE.
        MOVE BM-SOURCE-RUN TO RB-SOURCE-RUN.
        PERFORM COPY-CERTIFICATION-FIELDS.
        WRITE REBUILD-RECORD.
        ADD 1 TO ws_kept_count.

    COPY-CERTIFICATION-FIELDS.
        MOVE BM-CERT-STATUS TO RB-CERT-STATUS.
        MOVE BM-PROPOSED-BY TO RB-PROPOSED-BY.
        MOVE BM-PROPOSED-DATE TO RB-PROPOSED-DATE.
        IF BM-CERTIFIED
            MOVE BM-VALUE TO RB-CERT-VALUE
            MOVE BM-LAST-RUN-DATE TO RB-CERT-RUN-DATE
        ELSE
            MOVE BM-CERT-VALUE TO RB-CERT-VALUE
            MOVE BM-CERT-RUN-DATE TO RB-CERT-RUN-DATE
        END-IF.
        MOVE BM-CERTIFIED-BY TO RB-CERTIFIED-BY.
        MOVE BM-CERT-DATE TO RB-CERT-DATE.

    WRITE-REVERTED-ENTRY.
        MOVE BM-INDEX TO RB-INDEX.
        MOVE ws_rv_old_value(BM-INDEX) TO RB-VALUE.
        MOVE ws_rv_old_date(BM-INDEX) TO RB-LAST-RUN-DATE.
        MOVE BM-SOURCE-RUN TO RB-SOURCE-RUN.
        PERFORM COPY-CERTIFICATION-FIELDS.
        IF RB-CERT-RUN-DATE NOT = SPACES
            AND RB-CERT-VALUE = RB-VALUE
            MOVE 'C' TO RB-CERT-STATUS
        ELSE
            PERFORM MARK-REVERTED-PROVISIONAL
        END-IF.
        WRITE REBUILD-RECORD.
        ADD 1 TO ws_reverted_count.
        MOVE BM-INDEX TO ws_edit_index.
            DELIMITED BY SIZE INTO REPORT-LINE.
        WRITE REPORT-LINE.

    MARK-REVERTED-PROVISIONAL.
        MOVE 'P' TO RB-CERT-STATUS.
        MOVE 'BERNRBLD' TO RB-PROPOSED-BY.
        MOVE RB-LAST-RUN-DATE TO RB-PROPOSED-DATE.
        MOVE ZERO TO RB-CERT-VALUE.
        MOVE SPACES TO RB-CERT-RUN-DATE.
        MOVE SPACES TO RB-CERTIFIED-BY.
        MOVE SPACES TO RB-CERT-DATE.

    REPORT-DROPPED-ENTRY.
        ADD 1 TO ws_dropped_count.
        MOVE BM-INDEX TO ws_edit_index.
