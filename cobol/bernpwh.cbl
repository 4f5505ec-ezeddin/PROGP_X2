IDENTIFICATION DIVISION.
PROGRAM-ID. BERNPWH.

DATA DIVISION.
   WORKING-STORAGE SECTION.
    01 ws_pwh_key PIC X(16).
    01 ws_pwh_alphabet.
        05 FILLER PIC X(32) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdef'.
        05 FILLER PIC X(32) VALUE 'ghijklmnopqrstuvwxyz0123456789#$'.
    01 ws_pwh_prime PIC S9(18) COMP VALUE 2147483647.
    01 ws_pwh_state PIC S9(18) COMP.
    01 ws_pwh_work PIC S9(18) COMP.
    01 ws_pwh_quotient PIC S9(18) COMP.
    01 ws_pwh_round PIC S9(4) COMP.
    01 ws_pwh_rounds PIC S9(4) COMP VALUE 4.
    01 ws_pwh_pos PIC S9(4) COMP.
    01 ws_pwh_out PIC S9(4) COMP.
    01 ws_pwh_pick PIC S9(4) COMP.
    01 ws_pwh_byte_word PIC 9(04) COMP.
    01 ws_pwh_byte_chars REDEFINES ws_pwh_byte_word.
        05 ws_pwh_byte_high PIC X(01).
        05 ws_pwh_byte_low PIC X(01).

LINKAGE SECTION.
    COPY PWHPRM.

PROCEDURE DIVISION USING ws_pwh_parms.
    SCRAMBLE-PASSWORD.
        MOVE ws_pwh_user TO ws_pwh_key(1:8).
        MOVE ws_pwh_password TO ws_pwh_key(9:8).
        MOVE 5381 TO ws_pwh_state.
        MOVE 1 TO ws_pwh_round.
        PERFORM MIX-KEY-ROUND UNTIL ws_pwh_round > ws_pwh_rounds.
        MOVE SPACES TO ws_pwh_scrambled.
        MOVE 1 TO ws_pwh_out.
        PERFORM PICK-SCRAMBLED-CHAR UNTIL ws_pwh_out > 8.
        MOVE SPACES TO ws_pwh_key.
        GOBACK.

    MIX-KEY-ROUND.
        MOVE 1 TO ws_pwh_pos.
        PERFORM MIX-KEY-BYTE UNTIL ws_pwh_pos > 16.
        ADD 1 TO ws_pwh_round.

    MIX-KEY-BYTE.
        MOVE LOW-VALUE TO ws_pwh_byte_high.
        MOVE ws_pwh_key(ws_pwh_pos:1) TO ws_pwh_byte_low.
        MULTIPLY ws_pwh_state BY 131 GIVING ws_pwh_work.
        ADD ws_pwh_byte_word ws_pwh_round TO ws_pwh_work.
        DIVIDE ws_pwh_work BY ws_pwh_prime
            GIVING ws_pwh_quotient REMAINDER ws_pwh_state.
        ADD 1 TO ws_pwh_pos.

    PICK-SCRAMBLED-CHAR.
        MULTIPLY ws_pwh_state BY 131 GIVING ws_pwh_work.
        ADD ws_pwh_out TO ws_pwh_work.
        DIVIDE ws_pwh_work BY ws_pwh_prime
            GIVING ws_pwh_quotient REMAINDER ws_pwh_state.
        DIVIDE ws_pwh_state BY 64
            GIVING ws_pwh_quotient REMAINDER ws_pwh_pick.
        ADD 1 TO ws_pwh_pick.
        MOVE ws_pwh_alphabet(ws_pwh_pick:1)
            TO ws_pwh_scrambled(ws_pwh_out:1).
        ADD 1 TO ws_pwh_out.
