      ******************************************************************
      *  HCX0340 : 確定月遡及差額調整ファイル             *
      *  経理向け翌月調整データ(KHC048BP出力)             *
      *  レコード長 100バイト 固定長                        *
      *  レコード区分  H:ヘッダ  D:明細  T:トレーラ     *
      *  金額項目は符号付きゾーン10進(PIC S9(11))とする*
      *  トレーラの制御合計は PIC S9(13) とする        *
      ******************************************************************
       01  調整ファイルレコード.
           03  調整-レコード区分          PIC  X(01).
           03  調整-明細部.
             05  調整-計上年月            PIC  X(06).
             05  調整-対象年月            PIC  X(06).
             05  調整-得意先コード店マター PIC  X(10).
             05  調整-ブランドコード   PIC  X(02).
             05  調整-出荷差額            PIC S9(11).
             05  調整-Ａ返差額            PIC S9(11).
             05  調整-Ｂ返差額            PIC S9(11).
             05  調整-移返差額            PIC S9(11).
             05  調整-純売上差額         PIC S9(11).
             05  調整-ＤＢ接続先         PIC  X(08).
             05  FILLER                   PIC  X(12).
           03  調整-ヘッダ部  REDEFINES 調整-明細部.
             05  調整-ヘッダＤＢ接続先        PIC  X(08).
             05  調整-ヘッダ計上年月          PIC  X(06).
             05  調整-作成日時                PIC  X(14).
             05  FILLER                       PIC  X(71).
           03  調整-トレーラ部  REDEFINES 調整-明細部.
             05  調整-件数                    PIC  9(11).
             05  調整-出荷差額合計            PIC S9(13).
             05  調整-Ａ返差額合計            PIC S9(13).
             05  調整-Ｂ返差額合計            PIC S9(13).
             05  調整-移返差額合計            PIC S9(13).
             05  調整-純売上差額合計          PIC S9(13).
             05  FILLER                       PIC  X(23).
