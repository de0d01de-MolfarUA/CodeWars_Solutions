000100*--------------------------------------------------------------
000200* CUSTLKP.CPY
000300*--------------------------------------------------------------
000400* LINKAGE LAYOUT FOR A CALL TO CUSTOMER-XREF, THE MASTER
000500* CUSTOMER LOOKUP. THE CALLER NAMES ITS SOURCE SYSTEM (RENTAL,
000600* STORAGE, FREIGHT, PARCEL) AND ITS OWN CUSTOMER ID; THE
000700* SERVICE RETURNS THE SURVIVING MASTER CUSTOMER ID, FOLLOWING
000800* ANY CONFIRMED MERGES. A SOURCE ID NOT YET REGISTERED BY
000900* CUSTOMER-MATCH COMES BACK NOT FOUND WITH THE MASTER ID
000910* SPACES. CL-CURRENCY IS THE SURVIVING CUSTOMER'S BILLING
000920* CURRENCY FROM CUSTMAST, SPACES MEANING OUR BASE CURRENCY.
001100*--------------------------------------------------------------
001200 01  CUSTOMER-LOOKUP-REQUEST.
001300     05  CL-SOURCE               PIC X(08).
001400     05  CL-SOURCE-ID            PIC X(10).
001500     05  CL-CUSTOMER-ID          PIC X(10).
001600     05  CL-FLAG                 PIC X(01).
001700         88  CL-FOUND                        VALUE 'Y'.
001800         88  CL-NOT-FOUND                    VALUE 'N'.
001900     05  CL-CURRENCY             PIC X(03).
