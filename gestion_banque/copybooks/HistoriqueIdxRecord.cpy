   05 DeviseIdx             PIC X(3).
   05 CodeAgenceIdx         PIC X(3).
   05 ReferenceIdx          PIC X(8).
   05 DateValeurIdx         PIC 9(8).
