      ******************************************************************
      * Copyright 2014 IBM Corp. All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      * http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied.
      * See the License for the specific language governing permissions
      * and limitations under the License.
      ******************************************************************
      * Fields for ASSIGN-POSTING-PERIOD (HCPEPD).  The caller fills
      * WS-PE-ITEM-DATE (ISO) with the date the item would post on and
      * reads back the ACCTPERIOD it posts to, WS-PE-PERIOD (YYYY-MM),
      * and WS-PE-POST-DATE - the item date itself, or the first day
      * of the open period a late item was routed into.
       01  WS-PE-FIELDS.
           03 WS-PE-ITEM-DATE          PIC X(10).
           03 WS-PE-PERIOD             PIC X(7).
           03 WS-PE-POST-DATE          PIC X(10).
           03 WS-PE-PERIOD-STATUS      PIC X(1).
           03 WS-PE-RESULT             PIC X(1).
              88 WS-PE-OPEN            VALUE 'O'.
              88 WS-PE-ROUTED          VALUE 'R'.
              88 WS-PE-NONE-OPEN       VALUE 'N'.
              88 WS-PE-SQL-ERROR       VALUE 'E'.
           03 WS-PE-SQLCODE            PIC S9(9) COMP.
