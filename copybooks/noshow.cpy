      ******************************************************************
      *
      * noshow.cpy
      *
      * The running count of desk appointments a contact booked and
      * did not turn up for, keyed by recordId, with the date of the
      * latest.  Built up by appointmentScreen and appointmentSheet
      * as bookings are marked no-show; once nsCount reaches the
      * deposit threshold the booking screen asks the desk to take a
      * deposit before booking the contact again.
      *
      ******************************************************************
           02 nsRecordId  pic 9(9) comp.
           02 nsCount     pic 9(3).
           02 nsLastDate  pic 9(8).
