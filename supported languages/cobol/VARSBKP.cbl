IDENTIFICATION DIVISION.
            PROGRAM-ID. VARSBKP.

            *> nightly unload of the GROUPMSTR KSDS to a dated flat
            *> backup. The output is the plain 140-byte record image,
            *> in key order, exactly what IDCAMS REPRO would write, so
            *> a recovery reloads it with REPRO the way VARSCVTJ
            *> reloads a converted master. What REPRO alone cannot
            *> give is a record of when the copy was taken: the
            *> unload stamps the moment it started (the JCL holds the
            *> master exclusively, so nothing can write to it while
            *> the copy is being taken) and the record count onto
            *> the backup log, and VARSRCV uses that stamp to pick
            *> up the change-history trail exactly where the backup
            *> leaves off.
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
              FILE-CONTROL.
                *> same KSDS VARS and VARSEDIT work against - read
                *> front to back, never written
                SELECT GROUPVAR-MASTER
                    ASSIGN TO "GROUPMSTR"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS GM-KEY
                    FILE STATUS IS WS-MASTER-STATUS.

                SELECT BACKUP-FILE
                    ASSIGN TO "BKPOUT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-BACKUP-STATUS.

                *> one record per unload, appended - layout shared
                *> with VARSRCV via BKPLOG.cpy
                SELECT BACKUP-LOG-FILE
                    ASSIGN TO "BKPLOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS WS-LOG-STATUS.

            DATA DIVISION.
              FILE SECTION.
              FD GROUPVAR-MASTER
                  RECORDING MODE IS F.
              *> record layout shared with VARS and VARSEDIT via
              *> GROUPMSTR.cpy so the programs can't drift apart
              COPY GROUPMSTR.

              FD BACKUP-FILE
                  RECORDING MODE IS F.
              01 BACKUP-RECORD PIC X(140).

              FD BACKUP-LOG-FILE
                  RECORDING MODE IS F.
              COPY BKPLOG.

              WORKING-STORAGE SECTION.
              01 WS-MASTER-STATUS PIC X(2).
              01 WS-BACKUP-STATUS PIC X(2).
              01 WS-LOG-STATUS PIC X(2).
              01 WS-MASTER-EOF-SWITCH PIC X(1) VALUE 'N'.
                88 WS-MASTER-EOF VALUE 'Y'.

              01 WS-RUN-DATE-YYYYMMDD PIC 9(8).
              01 WS-BACKUP-TIMESTAMP PIC X(21).
              01 WS-RECORDS-COPIED PIC 9(7) VALUE 0.

            PROCEDURE DIVISION.
              0000-MAIN-PROCESS.
                  PERFORM 1000-INITIALIZE
                  PERFORM 2000-COPY-MASTER-RECORD
                      UNTIL WS-MASTER-EOF
                  PERFORM 8000-FINALIZE
                  STOP RUN.

              1000-INITIALIZE.
                  ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
                  OPEN INPUT GROUPVAR-MASTER
                  IF WS-MASTER-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN GROUPMSTR, STATUS "
                          WS-MASTER-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  *> stamped once the master is ours - every history
                  *> record stamped later than this is a write the
                  *> backup does not hold
                  MOVE FUNCTION CURRENT-DATE TO WS-BACKUP-TIMESTAMP
                  OPEN OUTPUT BACKUP-FILE
                  IF WS-BACKUP-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN BKPOUT, STATUS "
                          WS-BACKUP-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  OPEN EXTEND BACKUP-LOG-FILE
                  IF WS-LOG-STATUS NOT = "00"
                      DISPLAY "** UNABLE TO OPEN BKPLOG, STATUS "
                          WS-LOG-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  *> position at the start of the KSDS and prime the
                  *> one-pass sequential walk
                  MOVE LOW-VALUES TO GM-KEY
                  START GROUPVAR-MASTER KEY NOT < GM-KEY
                      INVALID KEY
                          SET WS-MASTER-EOF TO TRUE
                  END-START
                  IF NOT WS-MASTER-EOF
                      PERFORM 2100-READ-NEXT-MASTER
                  END-IF.

              2000-COPY-MASTER-RECORD.
                  MOVE GROUPVAR-MASTER-RECORD TO BACKUP-RECORD
                  WRITE BACKUP-RECORD
                  IF WS-BACKUP-STATUS NOT = "00"
                      DISPLAY "** BACKUP WRITE FAILED KEY " GM-KEY
                          " STATUS " WS-BACKUP-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  ADD 1 TO WS-RECORDS-COPIED
                  PERFORM 2100-READ-NEXT-MASTER.

              2100-READ-NEXT-MASTER.
                  READ GROUPVAR-MASTER NEXT RECORD
                      AT END
                          SET WS-MASTER-EOF TO TRUE
                  END-READ.

              *> the log record is written last, so a backup that
              *> failed part way never appears on the log - VARSRCV
              *> will not accept a backup date it cannot find there
              8000-FINALIZE.
                  CLOSE GROUPVAR-MASTER
                  CLOSE BACKUP-FILE
                  MOVE SPACES TO BACKUP-LOG-RECORD
                  MOVE WS-RUN-DATE-YYYYMMDD TO BL-BACKUP-DATE
                  MOVE WS-BACKUP-TIMESTAMP TO BL-TIMESTAMP
                  MOVE WS-RECORDS-COPIED TO BL-RECORD-COUNT
                  WRITE BACKUP-LOG-RECORD
                  IF WS-LOG-STATUS NOT = "00"
                      DISPLAY "** BKPLOG WRITE FAILED, STATUS "
                          WS-LOG-STATUS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  CLOSE BACKUP-LOG-FILE
                  DISPLAY "GROUPMSTR BACKUP - RECORDS COPIED "
                      WS-RECORDS-COPIED " AT "
                      WS-BACKUP-TIMESTAMP(1:14).
