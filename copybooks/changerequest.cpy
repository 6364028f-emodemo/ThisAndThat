      ******************************************************************
      *
      * changerequest.cpy
      *
      * Layout of one customer self-service change request on the
      * verification queue, change-request-queue.txt.  Written by
      * changeRequestIntake from the web channel's
      * web-change-requests.txt; worked by changeRequestScreen.
      * crRecordId is the contact the request was matched to, zero
      * when nothing matched.  crScore (0-100) says how well the
      * identifying details the customer gave matched that contact,
      * one flag each in crMatchFlags: name and family, old phone
      * (either recordPhone or recordMobile), postal code, and an
      * invoice of theirs on the receivables master - Y matched, N
      * given but wrong, space not given.  The crNew fields are the
      * values asked for, spaces meaning leave as is.  crDual is "Y"
      * when the request changes the address and a contact point
      * together, or scored low - such a request needs a second
      * operator's approval after the first (crStatus F, crFirstBy)
      * before it is applied.  crStatus P awaits a first look.
      *
      ******************************************************************
           02 crRequestId  pic x(12).
           02 crReceived   pic 9(8).
           02 crRecordId   pic 9(9).
           02 crScore      pic 9(3).
           02 crMatchFlags.
               03 crMatchName    pic x(1).
               03 crMatchPhone   pic x(1).
               03 crMatchCode    pic x(1).
               03 crMatchInvoice pic x(1).
           02 crNewStreet  pic x(30).
           02 crNewCity    pic x(20).
           02 crNewCode    pic x(5).
           02 crNewPhone   pic x(20).
           02 crNewEmail   pic x(50).
           02 crNewMobile  pic x(20).
           02 crDual       pic x(1).
           02 crStatus     pic x(1).
           02 crFirstBy    pic x(8).
