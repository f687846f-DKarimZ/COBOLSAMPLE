      ******************************************************************
      * OPRLOGFD - record layout for the operator access log
      * OPERLOG.DAT. COPY this immediately after "FD OPRLOGFILE." in
      * the FILE SECTION. 9290-LOG-ACCESS-EVENT (OPRSIGN copybook)
      * appends one record for every refused sign-on or action, for
      * every change OPERATORMAINT makes to the operator file and for
      * every change PERIODMAINT makes to the period status file:
      *   NOID - unknown operator id
      *   BPWD - incorrect password
      *   LOCK - incorrect password that locked the operator
      *   LCKD - sign-on by a locked or disabled operator
      *   NAUT - program or action not authorized for the operator
      *   OADD / OCHG / ODEL - operator added, changed or deleted
      *                        (OLG-KEY holds the operator affected)
      *   PRDG / PRDC / PRDO - PERIODMAINT marked a period
      *                        closing, closed or reopened it
      *   PRDA - PERIODMAINT changed a period's late action
      *          (OLG-KEY holds the subsystem, period and the
      *          change; OLG-TEXT the reason keyed)
      * OPERACCESSRPT lists the file.
      ******************************************************************
       01  OPRLOG-REC.
           88  ENDOFOPRLOG             VALUE HIGH-VALUES.
           05  OLG-DATE                PIC 9(8).
           05  FILLER                  PIC X(1).
           05  OLG-TIME                PIC 9(6).
           05  FILLER                  PIC X(1).
           05  OLG-OPERATOR            PIC X(8).
           05  FILLER                  PIC X(1).
           05  OLG-PROGRAM             PIC X(18).
           05  FILLER                  PIC X(1).
           05  OLG-ACTION              PIC X(1).
           05  FILLER                  PIC X(1).
           05  OLG-EVENT               PIC X(4).
           05  FILLER                  PIC X(1).
           05  OLG-TEXT                PIC X(30).
           05  FILLER                  PIC X(1).
           05  OLG-KEY                 PIC X(36).
