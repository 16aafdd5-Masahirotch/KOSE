      ******************************************************************
      *  HCX0330 : 売上実績受信ファイル                    *
      *  HCT_SALES_PERFORMANCE 取込レコード(KHC044BP入力)      *
      *  レコード長 100バイト 固定長                        *
      *  レコード区分  H:ヘッダ  D:明細  T:トレーラ     *
      *  金額項目は符号付きゾーン10進(PIC S9(11))とする*
      *  トレーラの制御合計は PIC S9(13) とする        *
      ******************************************************************
       01  受信ファイルレコード.
           03  受信-レコード区分          PIC  X(01).
           03  受信-明細部.
             05  受信-対象年月            PIC  X(06).
             05  受信-得意先コード店マター PIC  X(10).
             05  受信-ブランドコード   PIC  X(02).
             05  受信-出荷品額            PIC S9(11).
             05  受信-Ａ返品額            PIC S9(11).
             05  受信-Ｂ返品額            PIC S9(11).
             05  受信-移返品額            PIC S9(11).
             05  受信-純売上額            PIC S9(11).
             05  FILLER                   PIC  X(26).
           03  受信-ヘッダ部  REDEFINES 受信-明細部.
             05  受信-ヘッダ対象年月区分      PIC  X(06).
             05  受信-作成日時                PIC  X(14).
             05  FILLER                       PIC  X(79).
           03  受信-トレーラ部  REDEFINES 受信-明細部.
             05  受信-件数                    PIC  9(11).
             05  受信-出荷品額合計            PIC S9(13).
             05  受信-Ａ返品額合計            PIC S9(13).
             05  受信-Ｂ返品額合計            PIC S9(13).
             05  受信-移返品額合計            PIC S9(13).
             05  受信-純売上額合計            PIC S9(13).
             05  FILLER                       PIC  X(23).
