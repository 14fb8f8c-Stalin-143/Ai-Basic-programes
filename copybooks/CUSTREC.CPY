000500*  OR RETURNED FROM THE ORDER MASTER BY RESPFILL, SO THE        *
000600*  CUSTOMER CAN BE CARRIED ON THE EXCHANGE LOG, UNMATCHED       *
000700*  QUEUE AND CASE FILE FOR THE REST OF THE SESSION.             *
000750*  MAINTAINED NIGHTLY FROM THE CRM FEED BY CUSTLOAD.            *
000800*****************************************************************
000900 01  CUST-REC.
001000     05  CUST-CUSTOMER-NO            PIC X(08).
