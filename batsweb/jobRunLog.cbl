      *    keyed job + start stamp so history reads back per
      *    job in run order. JOBRUN-STATUS: RUN (begun, not yet
      *    finished -- a crash leaves it standing), OK, FAIL.
      *    Start and end are UTC; screens show them in the viewer's
      *    zone (pucksweb/venueZone.cbl).
       01  JOBRUN-REC.
           05  JOBRUN-KEY.
               10  JOBRUN-NAME         PIC X(20).
       method-id begin static public.
       procedure division using by value jobName as String
                          returning startStamp as String.
           set startStamp to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           OPEN I-O JOBRUN-FILE.
           IF STATUS-COMN = "35"
               OPEN OUTPUT JOBRUN-FILE
           END-READ
           MOVE jobName::Trim::ToUpper TO JOBRUN-NAME
           MOVE startStamp TO JOBRUN-START
           set JOBRUN-END to type DateTime::UtcNow::ToString("yyyyMMddHHmmss")
           MOVE recordCount TO JOBRUN-RECORDS
           MOVE runStatus TO JOBRUN-STATUS
           REWRITE JOBRUN-REC
