      * into the PROCEDURE DIVISION, then PERFORM
      * 9900-READ-RUN-CONTROL once near the top of the run and use
      * WS-BUSINESS-DATE for dated filenames and report headings.
      * Period-end work should test PERIOD-END-RUN, which follows
      * the fiscal period-end flag under period basis F and the
      * calendar month-end flag otherwise; see FISCTL for grouping
      * by fiscal period.
      * With no RUNCONTROL.DAT the business date falls back to the
      * system date, which is the historical behaviour.
      ******************************************************************
           05  WS-LAST-POSTED-DATE     PIC 9(8).
           05  WS-MONTH-END-FLAG       PIC X(1).
               88  MONTH-END-RUN       VALUE 'Y'.
           05  WS-FISCAL-PE-FLAG       PIC X(1).
               88  FISCAL-PERIOD-END-RUN VALUE 'Y'.
           05  WS-PERIOD-BASIS         PIC X(1).
               88  CALENDAR-PERIOD-BASIS VALUE 'C' ' '.
               88  FISCAL-PERIOD-BASIS VALUE 'F'.
               88  BOTH-PERIOD-BASIS   VALUE 'B'.
               88  FISCAL-LINE-WANTED  VALUE 'F' 'B'.
           05  WS-PERIOD-END-FLAG      PIC X(1).
               88  PERIOD-END-RUN      VALUE 'Y'.

       01  WS-RUNCTL-SYSDATE-DATA.
           05  WS-RUNCTL-SYSDATE       PIC 9(8).
