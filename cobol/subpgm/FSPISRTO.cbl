           VALUE   'DISPLAY'.                                           00000128
       77  CONSTANT11      PIC X(7)                                     00000129
           VALUE   'TADD   '.
       77  CONSTANT12      PIC X(24)
           VALUE   'EMPLOYEE  NUMBER    :   '.

                                                                        00000130
       77  ISRT            PIC  X(4)  VALUE 'ISRT'.
                   04  OUT-EXTENSION   PIC  X(10).                      00000259
                   04  OUT-ZIP-CODE    PIC  X(7).                       00000260
           02  OUT-SEGMENT-NO    PIC  9(4).                             00000261
           02  OUT-EMP-NO        PIC  X(6).
           02  OUT-FILL          PIC  X(26).                            00000262
       01  GIPCB.                                                       00000326
           02  DBD-NAME        PIC  X(8).                               00000327
           02  SEG-LEVEL       PIC  X(2).                               00000328
              PERFORM GSAM-ERROR.                                       00000743
           MOVE SPACES TO D2CON1.                                       00000744
           MOVE SPACES TO D2VAR.                                        00000745

           CALL 'CBLTDLI' USING ISRT, GOPCB, BLANKLINE.
           IF GO-STATUS NOT EQUAL SPACES
              PERFORM GSAM-ERROR.

           MOVE CONSTANT12 TO D2CON1.
           MOVE OUT-EMP-NO TO D2VAR.
           CALL 'CBLTDLI' USING ISRT, GOPCB, OUTLINE5.
           IF GO-STATUS NOT EQUAL SPACES
              PERFORM GSAM-ERROR.
           MOVE SPACES TO D2CON1.
           MOVE SPACES TO D2VAR.
                                                                        00000746
           CALL 'CBLTDLI' USING ISRT, GOPCB, BLANKLINE.                 00000747
           IF GO-STATUS NOT EQUAL SPACES                                00000748
