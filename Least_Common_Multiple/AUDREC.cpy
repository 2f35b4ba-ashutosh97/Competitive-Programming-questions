000470     05  AUD-DECL-WEIGHT         PIC 9(07).
000480     05  AUD-CALC-WEIGHT         PIC 9(07).
000490     05  AUD-WEIGHT-FLAG         PIC X(01).
000500*    COMBINED-CYCLE CEILING FROM THE SET REGISTRY - Y WHEN THE
000510*    LCM CAME OUT ABOVE THE SET'S REGISTERED MAXIMUM, N WHEN
000520*    IT WAS WITHIN IT, SPACE WHEN NO CEILING WAS CHECKED.
000530     05  AUD-CEIL-FLAG           PIC X(01).
000540*    MANIFEST SPECIES LIST AS IT CAME IN ON THE SET (COUNT AND
000550*    UP TO FIVE CODES), SO A MANIFEST CAN BE REPLAYED AGAINST
000560*    ANOTHER VERSION OF THE SPECIES TABLE.  SPACES ON ROWS
000570*    POSTED BEFORE THE LIST WAS CARRIED.
000580     05  AUD-MAN-SPECIES.
000590         10  AUD-MAN-SPECIES-CT  PIC 9(01).
000600         10  AUD-MAN-CODE        PIC 9(02) OCCURS 5 TIMES.
