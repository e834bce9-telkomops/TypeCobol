      *
      * RETURN-CODE is set the same way every other dispatch in the
      * chain reports success or failure, 8 meaning no match in
      * either mode. Terminated employees stay on file until the
      * retention purge and are returned like anyone else, with
      * LU-EMP-STATUS and LU-TERM-DATE telling the caller they left.
      *================================================================

       ENVIRONMENT DIVISION.
           MOVE IX-PAYRATE  OF EMPTBL-RECORD TO LU-PAYRATE
           MOVE IX-COM      OF EMPTBL-RECORD TO LU-COM
           MOVE IX-COM-NULL-IND OF EMPTBL-RECORD TO LU-COM-NULL-IND
           MOVE IX-EMP-STATUS  OF EMPTBL-RECORD TO LU-EMP-STATUS
           MOVE IX-STATUS-DATE OF EMPTBL-RECORD TO LU-STATUS-DATE
           MOVE IX-TERM-DATE   OF EMPTBL-RECORD TO LU-TERM-DATE
           WRITE EMPLKUP-RECORD
           IF WS-EMPLKUP-STATUS NOT = "00"
               DISPLAY "EMPINQ01: EXCEPTION - EMPLKUP-FILE write"
