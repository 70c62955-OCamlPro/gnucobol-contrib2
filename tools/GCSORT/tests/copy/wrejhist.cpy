      *-------------------------------------------------------------------------------*
      * wrejhist.cpy
      * Working storage for the reject history (see srjhsqf01.cpy and
      * prrejhist.cpy). The standard reject reason codes - the kcod
      * values of table RSN, see frsnsqf01.cpy for the full list -
      * are stamped into wRejReason by the step refusing the record,
      * together with whatever detail identifies it, before
      * write-reject-history files the line.
      *-------------------------------------------------------------------------------*
       77  fs-rejhist               pic xx    value spaces.
       77  rejhist-open             pic x(01) value "N".
       77  wRejStep                 pic x(10) value spaces.
       77  wRejSender               pic x(10) value "UNNAMED".
       77  wRejSenderVar            pic x(20) value spaces.
       77  wRejReason               pic x(03) value spaces.
       77  wRejRecNo                pic 9(07) value zero.
       77  wRejDetail               pic x(40) value spaces.
       77  wRejDate                 pic 9(08) value zero.
