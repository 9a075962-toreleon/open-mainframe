      * the availability percentage management reports upward - the
      * number the shop used to estimate from the shift log. Zero
      * means "not stamped"; one declared outage window per day is
      * the model, which matches how often it happens. Planned
      * maintenance is not stamped here - AVAILRPT reads it from
      * MAINTWIN and reports it apart as planned downtime.
      ******************************************************************
       01  AVAILABILITY-RECORD.
           05  AV-DATE            PIC 9(7).
