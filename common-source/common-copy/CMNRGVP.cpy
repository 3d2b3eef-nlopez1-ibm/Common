000010******************************************************************
000020* CMNRGVP - MODULE REGISTRY CHECK PARAGRAPHS                      *
000030* COPY INTO THE PROCEDURE DIVISION OF ANY MODULE THAT ALSO        *
000040* COPIES CMNRGVW, CMNREGF, CMNLINK, CMNLOGW AND CMNLOGP (AND      *
000050* SELECTS THE REGISTRY TO CMNREG WITH FILE STATUS                 *
000060* CMN-RGV-FILE-STATUS).                                           *
000070*                                                                 *
000080*   6900-VERIFY-REGISTRY THRU 6900-EXIT - CALL THE VERS           *
000090*     FUNCTION OF EVERY ACTIVE SERVICE IN THE REGISTRY AT THE     *
000100*     RANK THE REGISTRY CARRIES - THE SAME CALL CMNDISP MAKES -   *
000110*     AND COMPARE THE SERVICE NAME, PATCH LEVEL AND RANK THE      *
000120*     LOADED MODULE ANSWERS WITH (CMN-VERS-REPLY) AGAINST THE     *
000130*     REGISTRY RECORD. EACH SERVICE IS LOGGED; ANY MISMATCH,      *
000140*     REFUSED RANK, MISSING LOAD MODULE OR MISSING REGISTRY       *
000150*     SETS CMN-RGV-FAILED. WHAT TO DO ABOUT A FAILURE - OR        *
000160*     ABOUT NO ACTIVE SERVICE AT ALL (CMN-RGV-CHECK-COUNT         *
000170*     ZERO) - IS THE CALLER'S DECISION.                           *
000180*                                                                 *
000190* THE CALL USES THE CALLER'S CMN-LINKAGE - THE FUNCTION CODE,     *
000200* RANK, RETURN CODE AND STATUS TEXT ARE LEFT AS THE LAST VERS     *
000210* CALL SET THEM, SO SET THEM AGAIN BEFORE THE NEXT SERVICE        *
000220* CALL. SET CMN-LINK-RUN-ID AND CMN-CALLER-NAME FIRST SO THE      *
000230* SERVICE'S OWN LOG AND AUDIT LINES TIE BACK TO THE RUN.          *
000240******************************************************************
000250*
000260* MAINTENANCE HISTORY                                            *
000270* DATE     INIT DESCRIPTION                                      *
000280* -------- ---- ----------------------------------------         *
000290* 20261015 RAL   ORIGINAL MEMBER.                                *
000300******************************************************************
000310*
000320 6900-VERIFY-REGISTRY.
000330     MOVE ZEROS TO CMN-RGV-CHECK-COUNT
000340                   CMN-RGV-FAIL-COUNT.
000350     SET CMN-RGV-PASSED  TO TRUE.
000360     SET CMN-RGV-NOT-EOF TO TRUE.
000370     MOVE '-' TO CMN-RGV-MODULE.
000380     OPEN INPUT CMN-REG-FILE.
000390     MOVE CMN-RGV-FILE-STATUS TO CMN-RGV-OPEN-STATUS.
000400     IF CMN-RGV-OPEN-STATUS NOT = '00'
000410         MOVE 'MODULE REGISTRY NOT AVAILABLE' TO CMN-RGV-DETAIL
000420         PERFORM 6950-VERIFY-FAIL THRU 6950-EXIT
000430         IF CMN-RGV-OPEN-STATUS = '05'
000440             CLOSE CMN-REG-FILE
000450         END-IF
000460         GO TO 6900-EXIT
000470     END-IF.
000480     PERFORM 6910-READ-REGISTRY THRU 6910-EXIT
000490         UNTIL CMN-RGV-EOF.
000500     CLOSE CMN-REG-FILE.
000510     MOVE SPACES TO CMN-LOG-MSG-TEXT.
000520     STRING 'REGISTRY CHECK - SERVICES '  DELIMITED BY SIZE
000530            CMN-RGV-CHECK-COUNT          DELIMITED BY SIZE
000540            ' FAILED '                   DELIMITED BY SIZE
000550            CMN-RGV-FAIL-COUNT           DELIMITED BY SIZE
000560       INTO CMN-LOG-MSG-TEXT.
000570     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
000580 6900-EXIT.
000590     EXIT.
000600*
000610 6910-READ-REGISTRY.
000620     READ CMN-REG-FILE
000630         AT END
000640             SET CMN-RGV-EOF TO TRUE
000650             GO TO 6910-EXIT
000660     END-READ.
000670     IF NOT CMN-REG-ACTIVE
000680         GO TO 6910-EXIT
000690     END-IF.
000700     ADD 1 TO CMN-RGV-CHECK-COUNT.
000710     PERFORM 6920-CALL-VERSION THRU 6920-EXIT.
000720 6910-EXIT.
000730     EXIT.
000740*
000750******************************************************************
000760* 6920-CALL-VERSION - ONE ACTIVE SERVICE. A RANK THE MODULE WAS   *
000770* NOT BUILT AT COMES BACK CMN-RC-RANK-ERROR BEFORE VERS RUNS.     *
000780******************************************************************
000790 6920-CALL-VERSION.
000800     MOVE CMN-REG-NAME TO CMN-RGV-MODULE.
000810     MOVE CMN-REG-RANK TO CMN-RGV-RANK-X.
000820     SET CMN-FUNC-VERS TO TRUE.
000830     SET CMN-RC-NORMAL TO TRUE.
000840     MOVE CMN-REG-RANK TO CMN-RANK.
000850     MOVE SPACES       TO CMN-STATUS-TEXT.
000860     CALL CMN-RGV-MODULE USING CMN-LINKAGE
000870         ON EXCEPTION
000880             MOVE 'LOAD MODULE NOT AVAILABLE' TO CMN-RGV-DETAIL
000890             PERFORM 6950-VERIFY-FAIL THRU 6950-EXIT
000900             GO TO 6920-EXIT
000910     END-CALL.
000920     MOVE SPACES TO CMN-RGV-DETAIL.
000930     EVALUATE TRUE
000940         WHEN CMN-RC-RANK-ERROR
000950             STRING 'RANK '               DELIMITED BY SIZE
000960                    CMN-RGV-RANK-X        DELIMITED BY SIZE
000970                    ' REFUSED BY MODULE'  DELIMITED BY SIZE
000980               INTO CMN-RGV-DETAIL
000990         WHEN NOT CMN-RC-NORMAL
001000             STRING 'VERS CALL FAILED RC=' DELIMITED BY SIZE
001010                    CMN-RETURN-CODE        DELIMITED BY SIZE
001020               INTO CMN-RGV-DETAIL
001030         WHEN CMN-VERS-REPLY-NAME  NOT = CMN-REG-NAME
001040           OR CMN-VERS-REPLY-LEVEL NOT = CMN-REG-VERSION
001050           OR CMN-VERS-REPLY-RANK  NOT = CMN-RGV-RANK-X
001060             STRING 'REG '                DELIMITED BY SIZE
001070                    CMN-REG-VERSION       DELIMITED BY SIZE
001080                    '/'                   DELIMITED BY SIZE
001090                    CMN-RGV-RANK-X        DELIMITED BY SIZE
001100                    ' MODULE '            DELIMITED BY SIZE
001110                    CMN-VERS-REPLY-NAME   DELIMITED BY SPACE
001120                    ' '                   DELIMITED BY SIZE
001130                    CMN-VERS-REPLY-LEVEL  DELIMITED BY SIZE
001140                    '/'                   DELIMITED BY SIZE
001150                    CMN-VERS-REPLY-RANK   DELIMITED BY SIZE
001160               INTO CMN-RGV-DETAIL
001170     END-EVALUATE.
001180     IF CMN-RGV-DETAIL NOT = SPACES
001190         PERFORM 6950-VERIFY-FAIL THRU 6950-EXIT
001200         GO TO 6920-EXIT
001210     END-IF.
001220     MOVE SPACES TO CMN-LOG-MSG-TEXT.
001230     STRING 'REGISTRY CHECK '     DELIMITED BY SIZE
001240            CMN-RGV-MODULE        DELIMITED BY SPACE
001250            ' '                   DELIMITED BY SIZE
001260            CMN-REG-VERSION       DELIMITED BY SIZE
001270            ' RANK '              DELIMITED BY SIZE
001280            CMN-RGV-RANK-X        DELIMITED BY SIZE
001290            ' - LOADED MODULE AGREES'
001300                                  DELIMITED BY SIZE
001310       INTO CMN-LOG-MSG-TEXT.
001320     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
001330 6920-EXIT.
001340     EXIT.
001350*
001360 6950-VERIFY-FAIL.
001370     ADD 1 TO CMN-RGV-FAIL-COUNT.
001380     SET CMN-RGV-FAILED TO TRUE.
001390     SET CMN-LOG-SEV-ERROR TO TRUE.
001400     MOVE SPACES TO CMN-LOG-MSG-TEXT.
001410     STRING 'REGISTRY CHECK '     DELIMITED BY SIZE
001420            CMN-RGV-MODULE        DELIMITED BY SPACE
001430            ' '                   DELIMITED BY SIZE
001440            CMN-RGV-DETAIL        DELIMITED BY SIZE
001450       INTO CMN-LOG-MSG-TEXT.
001460     PERFORM 7000-LOG-MESSAGE THRU 7000-EXIT.
001470 6950-EXIT.
001480     EXIT.
