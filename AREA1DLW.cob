       IDENTIFICATION DIVISION.
       PROGRAM-ID. AREA1DLW.
      *> Delivery file writer.  CALLed with the DLVPRM parameter block
      *> by AREA1DST and AREA1ACK to open, write and close a
      *> consumer's delivery file.  The delivery files are a fixed
      *> set of slots, DELIVER1.DAT to DELIVER8.DAT, each consumer
      *> given its slot on the subscription file, so no file name is
      *> ever built at run time - operations point each slot at the
      *> consumer's landing area.  Opening a slot replaces whatever
      *> the last delivery left in it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-FILE-1 ASSIGN TO "DELIVER1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FILE-STATUS.

           SELECT DELIVERY-FILE-2 ASSIGN TO "DELIVER2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FILE-STATUS.

           SELECT DELIVERY-FILE-3 ASSIGN TO "DELIVER3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FILE-STATUS.

           SELECT DELIVERY-FILE-4 ASSIGN TO "DELIVER4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FILE-STATUS.

           SELECT DELIVERY-FILE-5 ASSIGN TO "DELIVER5.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FILE-STATUS.

           SELECT DELIVERY-FILE-6 ASSIGN TO "DELIVER6.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FILE-STATUS.

           SELECT DELIVERY-FILE-7 ASSIGN TO "DELIVER7.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FILE-STATUS.

           SELECT DELIVERY-FILE-8 ASSIGN TO "DELIVER8.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-FILE-1.
       01  DELIVERY-RECORD-1           PIC X(80).

       FD  DELIVERY-FILE-2.
       01  DELIVERY-RECORD-2           PIC X(80).

       FD  DELIVERY-FILE-3.
       01  DELIVERY-RECORD-3           PIC X(80).

       FD  DELIVERY-FILE-4.
       01  DELIVERY-RECORD-4           PIC X(80).

       FD  DELIVERY-FILE-5.
       01  DELIVERY-RECORD-5           PIC X(80).

       FD  DELIVERY-FILE-6.
       01  DELIVERY-RECORD-6           PIC X(80).

       FD  DELIVERY-FILE-7.
       01  DELIVERY-RECORD-7           PIC X(80).

       FD  DELIVERY-FILE-8.
       01  DELIVERY-RECORD-8           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DELIVERY-FILE-STATUS     PIC XX.

       LINKAGE SECTION.
           COPY DLVPRM.

       PROCEDURE DIVISION USING DELIVERY-WRITE-PARMS.
       0000-MAIN-CONTROL.
           MOVE "00" TO WS-DELIVERY-FILE-STATUS
           EVALUATE TRUE
               WHEN DWP-OPEN-FILE
                   PERFORM 1000-OPEN-DELIVERY-FILE
               WHEN DWP-WRITE-RECORD
                   PERFORM 2000-WRITE-DELIVERY-RECORD
               WHEN DWP-CLOSE-FILE
                   PERFORM 3000-CLOSE-DELIVERY-FILE
           END-EVALUATE
           MOVE WS-DELIVERY-FILE-STATUS TO DWP-FILE-STATUS
           GOBACK.

       1000-OPEN-DELIVERY-FILE.
           EVALUATE DWP-SLOT
               WHEN 1
                   OPEN OUTPUT DELIVERY-FILE-1
               WHEN 2
                   OPEN OUTPUT DELIVERY-FILE-2
               WHEN 3
                   OPEN OUTPUT DELIVERY-FILE-3
               WHEN 4
                   OPEN OUTPUT DELIVERY-FILE-4
               WHEN 5
                   OPEN OUTPUT DELIVERY-FILE-5
               WHEN 6
                   OPEN OUTPUT DELIVERY-FILE-6
               WHEN 7
                   OPEN OUTPUT DELIVERY-FILE-7
               WHEN 8
                   OPEN OUTPUT DELIVERY-FILE-8
           END-EVALUATE.

       2000-WRITE-DELIVERY-RECORD.
           EVALUATE DWP-SLOT
               WHEN 1
                   MOVE DWP-RECORD TO DELIVERY-RECORD-1
                   WRITE DELIVERY-RECORD-1
               WHEN 2
                   MOVE DWP-RECORD TO DELIVERY-RECORD-2
                   WRITE DELIVERY-RECORD-2
               WHEN 3
                   MOVE DWP-RECORD TO DELIVERY-RECORD-3
                   WRITE DELIVERY-RECORD-3
               WHEN 4
                   MOVE DWP-RECORD TO DELIVERY-RECORD-4
                   WRITE DELIVERY-RECORD-4
               WHEN 5
                   MOVE DWP-RECORD TO DELIVERY-RECORD-5
                   WRITE DELIVERY-RECORD-5
               WHEN 6
                   MOVE DWP-RECORD TO DELIVERY-RECORD-6
                   WRITE DELIVERY-RECORD-6
               WHEN 7
                   MOVE DWP-RECORD TO DELIVERY-RECORD-7
                   WRITE DELIVERY-RECORD-7
               WHEN 8
                   MOVE DWP-RECORD TO DELIVERY-RECORD-8
                   WRITE DELIVERY-RECORD-8
           END-EVALUATE.

       3000-CLOSE-DELIVERY-FILE.
           EVALUATE DWP-SLOT
               WHEN 1
                   CLOSE DELIVERY-FILE-1
               WHEN 2
                   CLOSE DELIVERY-FILE-2
               WHEN 3
                   CLOSE DELIVERY-FILE-3
               WHEN 4
                   CLOSE DELIVERY-FILE-4
               WHEN 5
                   CLOSE DELIVERY-FILE-5
               WHEN 6
                   CLOSE DELIVERY-FILE-6
               WHEN 7
                   CLOSE DELIVERY-FILE-7
               WHEN 8
                   CLOSE DELIVERY-FILE-8
           END-EVALUATE.
