      * place, so the disposition lives here instead of on the alert
      * record: one acknowledgment per cleared alert, keyed by the
      * alert's ALM-TIMESTAMP and ALM-TYPE, carrying who cleared it
      * (the operator signed on to PRG11, see OPERAUTH.CPY) and
      * when. PRG11 shows only alerts with no matching record
      * here, so the next sweep sees just the outstanding ones and
      * the file is the permanent record of who cleared what.
       01  ALMACK-RECORD.
