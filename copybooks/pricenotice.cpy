      ******************************************************************
      *
      * pricenotice.cpy
      *
      * Layout of one row on price-change-notices.txt - the trail of
      * the price-change notices priceChangeNotice has sent, one row
      * per contact whose fee a rate change moves by more than the
      * run's threshold, written whether or not a notice could go.
      * pnEffective is the date the new price takes effect; pnCurrent
      * and pnNew the fee before and after it, in hundredths.
      * pnChannel is P (post) or E (email), space when nothing was
      * sent.  pnStatus is N (notified in time - at least
      * PRICE-NOTICE-DAYS before pnEffective), L (notified late), S
      * (suppressed - do-not-mail, deceased or gone away) or X (no
      * notice could be sent).  billingExtract holds a contact at the
      * old price until a notice stands in time.  The file is only
      * ever appended to.
      *
      ******************************************************************
           02 pnEffective  pic 9(8).
           02 pnRecordId   pic 9(9).
           02 pnCurrent    pic 9(9).
           02 pnNew        pic 9(9).
           02 pnNoticeDate pic 9(8).
           02 pnChannel    pic x(1).
           02 pnStatus     pic x(1).
           02 pnOperator   pic x(8).
