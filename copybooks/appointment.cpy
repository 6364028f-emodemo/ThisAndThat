      ******************************************************************
      *
      * appointment.cpy
      *
      * Layout of one branch desk appointment, keyed by branch, date
      * and slot start time (hhmm) - one booking a slot, so a second
      * write for the same key is the double-booking the desk is
      * refused.  apptRecordId is the contact booked, apptPurpose
      * what they are coming in about, apptBookedBy and apptBookedOn
      * the operator who took the booking and when.  apptStatus is B
      * while booked, A once the contact has been seen, or N for a
      * no-show - marked by the desk, or by appointmentSheet on the
      * morning after a booking nobody marked.  Cancelled bookings
      * are deleted, freeing the slot.  Maintained by
      * appointmentScreen; printed by appointmentSheet.
      *
      ******************************************************************
           02 appointmentKey.
               03 apptBranch pic x(3).
               03 apptDate   pic 9(8).
               03 apptSlot   pic 9(4).
           02 apptRecordId   pic 9(9) comp.
           02 apptPurpose    pic x(30).
           02 apptBookedBy   pic x(8).
           02 apptBookedOn   pic 9(8).
           02 apptStatus     pic x(1).
