000700*    FOR IT.  MAINTAINED BY BINMNT01 FROM THE BINTRAN CARD       *
000800*    FILE; READ BY UNSTRING_SAMPLE03 TO REJECT RANGE PAIRS       *
000900*    WHOSE ENDPOINTS FALL OUTSIDE EVERY DEFINED ZONE, AND BY     *
001000*    RNGHOT01 TO NAME THE ZONE AND OWNER NEXT TO EACH HOT BIN,   *
001050*    AND BY ZONGAP01 TO FIND THE BINS NO SHIFT RANGE COVERS.     *
001100*    A ZONE IS NEVER DELETED - DEACTIVATION SETS THE STATUS      *
001200*    BYTE TO 'I', SAME CONVENTION AS THE ELF MASTER.             *
001300*                                                                 *
