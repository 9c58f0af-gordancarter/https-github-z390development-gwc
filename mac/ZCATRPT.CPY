.*          NVS_/GDG_ GROUPS ZDEFNVG.CPY POPULATES) NOW APPEAR IN
.*          THE INVENTORY, SO THE WHOLE DATASET ESTATE IS IN ONE
.*          LISTING AND ONE DIFF
.* 10/15/26 RPI 1427 CLUSTER DETAIL LINE NOW ALSO CARRIES THE AVERAGE
.*          AND MAXIMUM RECORD LENGTH AND THE CI SIZE (LA=/LM=/CI=,
.*          THE CI BEING THE ZVSAM V2 DATA BLOCKSIZE CLR_DBS - THE
.*          V1 CLR_CI IS NOT IN ZDEFINE2),
.*          APPENDED AFTER FS= SO CATDIF1'S TOKENS 3-6 ARE UNCHANGED,
.*          FOR THE CAPFCST1 CAPACITY FORECAST TO SIZE EACH FILE FROM
.*          ITS RECORD COUNT
.**********************************************************************
.*
.* ZCATRPT - CATALOG INVENTORY REPORT FROM THE VCDT DEFINE GLOBALS
&LINE    SETC  'CLUSTER  '.'&CLR_NAME(&I)'.'  '.'&CLR_TYPE(&I)'
&LINE    SETC  '&LINE'.' KL=&CLR_KLEN(&I) KO=&CLR_KOFF(&I)'
&LINE    SETC  '&LINE'.' FS=&CLR_DFS(&I)'
&LINE    SETC  '&LINE'.' LA=&CLR_LAVG(&I) LM=&CLR_LMAX(&I)'
&LINE    SETC  '&LINE'.' CI=&CLR_DBS(&I)'
         MVC   ZCATLINE,ZCATSPAC
         MVC   ZCATLINE(K'&LINE),=C'&LINE'
         PUT   &NAME,ZCATWRK
