       IDENTIFICATION DIVISION.
       PROGRAM-ID. KHC047BP.
      *-----------------------------------------------------------------
      * AUTHOR.          SE:YAMAMOTO  PGM:KASUYA.
      * DATE-WRITTEN.     2026/10/15.
      * DATE-COMPILED.    TODAY.
      * REMARKS. 店舗別台帳照会(退避世代履歴つき).
      *-----------------------------------------------------------------
      * 修正履歴 NO(004837) 修正日付(20261015) 修正者(TM)
      * 修正履歴 NO(004844) 修正日付(20261015) 修正者(TM)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           STDCALL IS DLL
           ARGUMENT-NUMBER IS ARGNUM
           ARGUMENT-VALUE  IS ARGVAL
           .
       EXTERNAL-PROGRAM SECTION.
           CALL-CONVENTION.
           'KXU001SP' IS DLL
           'KXU002SC' IS DLL
           'KXU009SC' IS DLL
           .

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL 台帳照会ファイル
               ASSIGN TO STORINQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS W-照会状態.
           SELECT OPTIONAL 履歴リストファイル
               ASSIGN TO STORHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS W-履歴状態.
       DATA DIVISION.
       FILE SECTION.
       FD  台帳照会ファイル.
       01  台帳照会レコード           PIC  X(132).
       FD  履歴リストファイル.
       01  履歴リストレコード         PIC  X(132).

      ******************************************************************
       WORKING-STORAGE   SECTION.

      ** D-ログ域

           COPY XAU0101    PREFIXING D-.
       01  KXU002SC               PIC  X(008) VALUE 'KXU002SC'.
       01  KXU009SC               PIC  X(008) VALUE 'KXU009SC'.
       01  WKPGMID                PIC  X(010) VALUE 'KHC047BP'.

       01  ABND-CODE SYNC         PIC S9(004) COMP VALUE 16.
       01  ARGCNT                 PIC  9(002) VALUE  0.
       01  ARGDATA                PIC  X(008) VALUE SPACE.
       01  MAXARG                 PIC  9(002) VALUE 13.

       01  W-環境コード件数          PIC  9(002) VALUE 0.
       01  W-環境コード添字          PIC  9(002) VALUE 0.
       01  W-引数添字                PIC  9(002) VALUE 0.
       01  W-環境コード一覧.
           03  W-環境コード OCCURS 11 TIMES  PIC X(008).
       01  W-照会店件数              PIC  9(002) VALUE 0.
       01  W-照会店添字              PIC  9(002) VALUE 0.
       01  W-照会店一覧.
           03  W-照会店 OCCURS 11 TIMES  PIC X(010).
       01  W-指定年月                PIC  X(006) VALUE SPACE.
       01  W-引数域                  PIC  X(010) VALUE SPACE.

       01  W-照会状態                PIC  X(002) VALUE SPACE.
       01  W-履歴状態                PIC  X(002) VALUE SPACE.
       01  W-台帳終了区分            PIC  X(001) VALUE '0'.
           88  台帳カーソル終了である         VALUE '1'.
       01  W-履歴終了区分            PIC  X(001) VALUE '0'.
           88  履歴カーソル終了である         VALUE '1'.
       01  W-系列区分                PIC  X(001) VALUE '0'.
           88  系列処理中である               VALUE '1'.
       01  W-台帳行数                PIC  9(005) VALUE 0.
       01  W-照会店合計              PIC  9(007) VALUE 0.
       01  W-台帳行合計              PIC  9(007) VALUE 0.
       01  W-履歴世代合計            PIC  9(007) VALUE 0.
       01  W-変更項目合計            PIC  9(007) VALUE 0.
       01  W-世代変更数              PIC  9(005) VALUE 0.

      ** 金額・項目比較ワーク

       01  W-群添字                  PIC  9(002) VALUE 0.
       01  W-列添字                  PIC  9(002) VALUE 0.
       01  W-群基点                  PIC  9(003) VALUE 0.
       01  W-金添字                  PIC  9(003) VALUE 0.
       01  W-項目添字                PIC  9(002) VALUE 0.
       01  W-項目数                  PIC  9(002) VALUE 34.
       01  W-群商                    PIC  9(003) VALUE 0.
       01  W-群余                    PIC  9(003) VALUE 0.
       01  W-項目位置                PIC  9(003) VALUE 0.
       01  W-項目長                  PIC  9(002) VALUE 0.
       01  W-差額                    PIC S9(012) VALUE 0.
       01  W-系列キー                PIC  X(003) VALUE SPACE.
       01  W-行キー                  PIC  X(003) VALUE SPACE.
       01  W-前世代時刻              PIC  X(014) VALUE SPACE.
       01  W-世代表示                PIC  X(014) VALUE SPACE.

      ** 出帳-明細部の写し(属性部105バイト+14群×15列の
      ** 金額)。現行は今回取り出した行、前行は同じ
      ** ブランド・チャネルの一つ前の世代の行。

       01  W-現行域.
           03  W-現属性部             PIC  X(105).
           03  W-現金額 OCCURS 210 TIMES  PIC S9(011).
       01  W-前行域.
           03  W-前属性部             PIC  X(105).
           03  W-前金額 OCCURS 210 TIMES  PIC S9(011).

      ** 金額群名(HCX0320の並び順)と列名

       01  W-群名定数.
           03  FILLER                 PIC  X(15) VALUE '前年荷品'.
           03  FILLER                 PIC  X(15) VALUE '前年出荷'.
           03  FILLER                 PIC  X(15) VALUE '前年Ａ返'.
           03  FILLER                 PIC  X(15) VALUE '前年Ｂ返'.
           03  FILLER                 PIC  X(15) VALUE '前年移返'.
           03  FILLER                 PIC  X(15) VALUE
               '前年純売上'.
           03  FILLER                 PIC  X(15) VALUE
               '前年責任額'.
           03  FILLER                 PIC  X(15) VALUE '当年荷品'.
           03  FILLER                 PIC  X(15) VALUE '当年出荷'.
           03  FILLER                 PIC  X(15) VALUE '当年Ａ返'.
           03  FILLER                 PIC  X(15) VALUE '当年Ｂ返'.
           03  FILLER                 PIC  X(15) VALUE '当年移返'.
           03  FILLER                 PIC  X(15) VALUE
               '当年純売上'.
           03  FILLER                 PIC  X(15) VALUE
               '当年責任額'.
       01  W-群名表 REDEFINES W-群名定数.
           03  W-群名 OCCURS 14 TIMES     PIC  X(15).

       01  W-列名定数.
           03  FILLER                 PIC  X(06) VALUE '01'.
           03  FILLER                 PIC  X(06) VALUE '02'.
           03  FILLER                 PIC  X(06) VALUE '03'.
           03  FILLER                 PIC  X(06) VALUE '04'.
           03  FILLER                 PIC  X(06) VALUE '05'.
           03  FILLER                 PIC  X(06) VALUE '06'.
           03  FILLER                 PIC  X(06) VALUE '07'.
           03  FILLER                 PIC  X(06) VALUE '08'.
           03  FILLER                 PIC  X(06) VALUE '09'.
           03  FILLER                 PIC  X(06) VALUE '10'.
           03  FILLER                 PIC  X(06) VALUE '11'.
           03  FILLER                 PIC  X(06) VALUE '12'.
           03  FILLER                 PIC  X(06) VALUE '上期'.
           03  FILLER                 PIC  X(06) VALUE '下期'.
           03  FILLER                 PIC  X(06) VALUE '累計'.
       01  W-列名表 REDEFINES W-列名定数.
           03  W-列名 OCCURS 15 TIMES     PIC  X(06).

      ** 履歴比較の対象とする属性項目(出帳-明細部
      ** 内の開始位置・長さ・項目名)。キーである
      ** 対象年月・店コード・ブランド・チャネル
      ** 区分は除く。

       01  W-項目定数.
           03  FILLER                 PIC  9(03) VALUE 001.
           03  FILLER                 PIC  9(02) VALUE 04.
           03  FILLER                 PIC  X(36) VALUE
               '年度'.
           03  FILLER                 PIC  9(03) VALUE 023.
           03  FILLER                 PIC  9(02) VALUE 03.
           03  FILLER                 PIC  X(36) VALUE
               'ＢＫコード'.
           03  FILLER                 PIC  9(03) VALUE 026.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '取扱区分'.
           03  FILLER                 PIC  9(03) VALUE 027.
           03  FILLER                 PIC  9(02) VALUE 08.
           03  FILLER                 PIC  X(36) VALUE
               '開店年月日'.
           03  FILLER                 PIC  9(03) VALUE 035.
           03  FILLER                 PIC  9(02) VALUE 08.
           03  FILLER                 PIC  X(36) VALUE
               '改装年月日'.
           03  FILLER                 PIC  9(03) VALUE 043.
           03  FILLER                 PIC  9(02) VALUE 08.
           03  FILLER                 PIC  X(36) VALUE
               '売場面積'.
           03  FILLER                 PIC  9(03) VALUE 051.
           03  FILLER                 PIC  9(02) VALUE 08.
           03  FILLER                 PIC  X(36) VALUE
               '開店年月日店マター'.
           03  FILLER                 PIC  9(03) VALUE 059.
           03  FILLER                 PIC  9(02) VALUE 08.
           03  FILLER                 PIC  X(36) VALUE
               '改装年月日店マター'.
           03  FILLER                 PIC  9(03) VALUE 068.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '新チャネル区分'.
           03  FILLER                 PIC  9(03) VALUE 069.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               'ＳＲ区分'.
           03  FILLER                 PIC  9(03) VALUE 070.
           03  FILLER                 PIC  9(02) VALUE 02.
           03  FILLER                 PIC  X(36) VALUE
               'クラスコード'.
           03  FILLER                 PIC  9(03) VALUE 072.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '業態２区分'.
           03  FILLER                 PIC  9(03) VALUE 073.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '催事区分'.
           03  FILLER                 PIC  9(03) VALUE 074.
           03  FILLER                 PIC  9(02) VALUE 02.
           03  FILLER                 PIC  X(36) VALUE
               '締日区分'.
           03  FILLER                 PIC  9(03) VALUE 076.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '集計方法'.
           03  FILLER                 PIC  9(03) VALUE 077.
           03  FILLER                 PIC  9(02) VALUE 10.
           03  FILLER                 PIC  X(36) VALUE
               '支店帳票定義キー'.
           03  FILLER                 PIC  9(03) VALUE 087.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '自動集計対象'.
           03  FILLER                 PIC  9(03) VALUE 088.
           03  FILLER                 PIC  9(02) VALUE 02.
           03  FILLER                 PIC  X(36) VALUE
               '帳票フォーマット'.
           03  FILLER                 PIC  9(03) VALUE 090.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '前年年度新規区分'.
           03  FILLER                 PIC  9(03) VALUE 091.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '前年累計新規区分'.
           03  FILLER                 PIC  9(03) VALUE 092.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '当年年度新規区分'.
           03  FILLER                 PIC  9(03) VALUE 093.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '当年累計新規区分'.
           03  FILLER                 PIC  9(03) VALUE 094.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '前年年度新規区分店マター'.
           03  FILLER                 PIC  9(03) VALUE 095.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '前年累計新規区分店マター'.
           03  FILLER                 PIC  9(03) VALUE 096.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '当年年度新規区分店マター'.
           03  FILLER                 PIC  9(03) VALUE 097.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '当年累計新規区分店マター'.
           03  FILLER                 PIC  9(03) VALUE 098.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '前年年度改装区分'.
           03  FILLER                 PIC  9(03) VALUE 099.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '前年累計改装区分'.
           03  FILLER                 PIC  9(03) VALUE 100.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '当年年度改装区分'.
           03  FILLER                 PIC  9(03) VALUE 101.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '当年累計改装区分'.
           03  FILLER                 PIC  9(03) VALUE 102.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '前年年度改装区分店マター'.
           03  FILLER                 PIC  9(03) VALUE 103.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '前年累計改装区分店マター'.
           03  FILLER                 PIC  9(03) VALUE 104.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '当年年度改装区分店マター'.
           03  FILLER                 PIC  9(03) VALUE 105.
           03  FILLER                 PIC  9(02) VALUE 01.
           03  FILLER                 PIC  X(36) VALUE
               '当年累計改装区分店マター'.
       01  W-項目表 REDEFINES W-項目定数.
           03  W-項目 OCCURS 34 TIMES.
             05  W-項目開始位置       PIC  9(03).
             05  W-項目桁数           PIC  9(02).
             05  W-項目名             PIC  X(36).

      ** 台帳照会リスト

       01  W-台帳見出し行.
           03  FILLER                 PIC  X(17) VALUE
               '＜台帳＞ 店='.
           03  W-台見-店              PIC  X(10).
           03  FILLER                 PIC  X(08) VALUE ' 年月='.
           03  W-台見-年月            PIC  X(06).
           03  FILLER                 PIC  X(08) VALUE ' ＤＢ='.
           03  W-台見-ＤＢ接続先      PIC  X(08).
           03  FILLER                 PIC  X(75) VALUE SPACE.

       01  W-属性行１.
           03  FILLER                 PIC  X(13) VALUE 'ブランド='.
           03  W-属１-ブランド        PIC  X(02).
           03  FILLER                 PIC  X(08) VALUE ' ＢＫ='.
           03  W-属１-ＢＫ            PIC  X(03).
           03  FILLER                 PIC  X(04) VALUE ' CH='.
           03  W-属１-チャネル        PIC  X(01).
           03  FILLER                 PIC  X(07) VALUE ' 新CH='.
           03  W-属１-新チャネル      PIC  X(01).
           03  FILLER                 PIC  X(08) VALUE ' 取扱='.
           03  W-属１-取扱            PIC  X(01).
           03  FILLER                 PIC  X(08) VALUE ' ＳＲ='.
           03  W-属１-ＳＲ            PIC  X(01).
           03  FILLER                 PIC  X(11) VALUE ' クラス='.
           03  W-属１-クラス          PIC  X(02).
           03  FILLER                 PIC  X(11) VALUE ' 業態２='.
           03  W-属１-業態２          PIC  X(01).
           03  FILLER                 PIC  X(08) VALUE ' 催事='.
           03  W-属１-催事            PIC  X(01).
           03  FILLER                 PIC  X(08) VALUE ' 締日='.
           03  W-属１-締日            PIC  X(02).
           03  FILLER                 PIC  X(08) VALUE ' 集計='.
           03  W-属１-集計方法        PIC  X(01).
           03  FILLER                 PIC  X(08) VALUE ' 自動='.
           03  W-属１-自動集計        PIC  X(01).
           03  FILLER                 PIC  X(08) VALUE ' 帳票='.
           03  W-属１-帳票            PIC  X(02).
           03  FILLER                 PIC  X(03) VALUE SPACE.

       01  W-属性行２.
           03  FILLER                 PIC  X(07) VALUE '年度='.
           03  W-属２-年度            PIC  X(04).
           03  FILLER                 PIC  X(08) VALUE ' 開店='.
           03  W-属２-開店            PIC  X(08).
           03  FILLER                 PIC  X(08) VALUE ' 改装='.
           03  W-属２-改装            PIC  X(08).
           03  FILLER                 PIC  X(14) VALUE ' 開店店マ='.
           03  W-属２-開店店マ        PIC  X(08).
           03  FILLER                 PIC  X(14) VALUE ' 改装店マ='.
           03  W-属２-改装店マ        PIC  X(08).
           03  FILLER                 PIC  X(08) VALUE ' 面積='.
           03  W-属２-面積            PIC  X(08).
           03  FILLER                 PIC  X(14) VALUE ' 支店キー='.
           03  W-属２-支店キー        PIC  X(10).
           03  FILLER                 PIC  X(05) VALUE SPACE.

       01  W-属性行３.
           03  FILLER                 PIC  X(13) VALUE '新規区分='.
           03  W-属３-新規            PIC  X(04).
           03  FILLER                 PIC  X(14) VALUE ' 新規店マ='.
           03  W-属３-新規店マ        PIC  X(04).
           03  FILLER                 PIC  X(14) VALUE ' 改装区分='.
           03  W-属３-改装            PIC  X(04).
           03  FILLER                 PIC  X(14) VALUE ' 改装店マ='.
           03  W-属３-改装店マ        PIC  X(04).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(53) VALUE
               '(前年度・前年累計・当年度・当年累計)'.
           03  FILLER                 PIC  X(07) VALUE SPACE.

      ** 金額行(1群につき2行)
      ** 1行目 01〜08列
      ** 2行目 09〜12列・上期・下期・累計

       01  W-金額行.
           03  W-金-群名              PIC  X(16).
           03  W-金-値群.
             05  W-金-列 OCCURS 8 TIMES.
               07  FILLER             PIC  X(01).
               07  W-金-値            PIC  -ZZZZZZZZZZ9.
           03  FILLER                 PIC  X(12).
       01  W-金額見出し行 REDEFINES W-金額行.
           03  W-金見-見出し          PIC  X(16).
           03  W-金見-列 OCCURS 8 TIMES.
             05  FILLER               PIC  X(07).
             05  W-金見-列名          PIC  X(06).
           03  FILLER                 PIC  X(12).

       01  W-照会注記行.
           03  FILLER                 PIC  X(02) VALUE SPACE.
           03  W-注-文言              PIC  X(40).
           03  W-注-時刻              PIC  X(14).
           03  FILLER                 PIC  X(76) VALUE SPACE.

      ** 履歴リスト

       01  W-履歴見出し行.
           03  FILLER                 PIC  X(17) VALUE
               '＜履歴＞ 店='.
           03  W-履見-店              PIC  X(10).
           03  FILLER                 PIC  X(14) VALUE ' ブランド='.
           03  W-履見-ブランド        PIC  X(02).
           03  FILLER                 PIC  X(04) VALUE ' CH='.
           03  W-履見-チャネル        PIC  X(01).
           03  FILLER                 PIC  X(08) VALUE ' 年月='.
           03  W-履見-年月            PIC  X(06).
           03  FILLER                 PIC  X(08) VALUE ' ＤＢ='.
           03  W-履見-ＤＢ接続先      PIC  X(08).
           03  FILLER                 PIC  X(54) VALUE SPACE.

      ** 世代行の旧時刻の世代から新時刻の世代
      ** (または現行台帳)までの間に行われた再構
      ** 築等で変わった項目を、続く明細行に並べる。

       01  W-履歴世代行.
           03  FILLER                 PIC  X(08) VALUE '  世代 '.
           03  W-世-旧時刻            PIC  X(14).
           03  FILLER                 PIC  X(05) VALUE ' → '.
           03  W-世-新時刻            PIC  X(14).
           03  FILLER                 PIC  X(17) VALUE
               ' 変更項目数='.
           03  W-世-変更数            PIC  ZZZZ9.
           03  FILLER                 PIC  X(69) VALUE SPACE.

       01  W-履歴明細行.
           03  FILLER                 PIC  X(04).
           03  W-履-項目名.
             05  W-履-群名            PIC  X(15).
             05  W-履-列名            PIC  X(21).
           03  FILLER                 PIC  X(01).
           03  W-履-値部.
             05  W-履-旧値            PIC  X(10).
             05  W-履-矢印１          PIC  X(05).
             05  W-履-新値            PIC  X(10).
             05  FILLER               PIC  X(66).
           03  W-履-金額部  REDEFINES W-履-値部.
             05  W-履-旧金額          PIC  -ZZ,ZZZ,ZZZ,ZZ9.
             05  W-履-矢印２          PIC  X(05).
             05  W-履-新金額          PIC  -ZZ,ZZZ,ZZZ,ZZ9.
             05  W-履-差額見出し      PIC  X(08).
             05  W-履-差額            PIC  -ZZZ,ZZZ,ZZZ,ZZ9.
             05  FILLER               PIC  X(32).

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      ** ホスト変数定義

       01  WK対象年月区分            PIC  X(6).
       01  W-照会年月                PIC  X(6).
       01  W-照会店コード            PIC  X(10).
       01  W-世代時刻                PIC  X(14).
       01  W-現行時刻                PIC  X(14).

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA            END-EXEC.
           EXEC SQL INCLUDE XAU0201.CBL      END-EXEC.
           EXEC SQL INCLUDE XAT0201.CBL      END-EXEC.
           EXEC SQL INCLUDE HCX0320.CBL      END-EXEC.

      ** 台帳カーソル定義

           EXEC SQL DECLARE 台帳CUR CURSOR FOR
             SELECT TD.*
               FROM HCT_OUT_MISE_DFILE_NEW TD
              WHERE TD.得意先コード店マター
                                     = :W-照会店コード
                AND TD.対象年月             = :W-照会年月
              ORDER BY TD.ブランドコード
                      ,TD.チャネル区分
           END-EXEC.

      ** 履歴カーソル定義
      ** 退避世代の行に現行台帳の行を最新世代として
      ** 加え、ブランドコード(4列目)・チャネル区分
      ** (12列目)・実行開始時刻(249列目)順に取り出す。

           EXEC SQL DECLARE 履歴CUR CURSOR FOR
             SELECT TH.*
               FROM HCT_OUT_MISE_DFILE_HIST TH
              WHERE TH.得意先コード店マター
                                     = :W-照会店コード
                AND TH.対象年月             = :W-照会年月
             UNION ALL
             SELECT TD.*, :W-現行時刻
               FROM HCT_OUT_MISE_DFILE_NEW TD
              WHERE TD.得意先コード店マター
                                     = :W-照会店コード
                AND TD.対象年月             = :W-照会年月
              ORDER BY 4, 12, 249
           END-EXEC.

      ******************************************************************
       PROCEDURE         DIVISION.
      *-----------------------------------------------------------------
       主処理.
      *-----------------------------------------------------------------

      ** 開始ログ出力

           MOVE  SPACE        TO D-ログ域
           MOVE  WKPGMID      TO D-プログラムＩＤ
           MOVE  'STARTED   ' TO D-カウント区分
           CALL  KXU002SC  USING  D-ログ域

      ** メイン制御
      ** 引数の店コードごとに、現行台帳のブランド別
      ** 行(STORINQ)と、退避世代をまたいだ変更履歴
      ** (STORHIST)を出力する。台帳は参照のみ。

           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.
           PERFORM  得意先接続情報取得処理.
           MOVE  1            TO W-環境コード添字.
           PERFORM  環境別照会処理
               UNTIL W-環境コード添字 > W-環境コード件数.

           MOVE 'INQ-STOR ='   TO D-カウント区分
           MOVE W-照会店合計    TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'INQ-ROWS ='   TO D-カウント区分
           MOVE W-台帳行合計    TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'INQ-GENS ='   TO D-カウント区分
           MOVE W-履歴世代合計  TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'INQ-CHG  ='   TO D-カウント区分
           MOVE W-変更項目合計  TO D-カウント
           CALL KXU002SC    USING D-ログ域

           MOVE 'END       '   TO D-カウント区分.
           CALL KXU002SC   USING  D-ログ域.
           STOP RUN.

      *-----------------------------------------------------------------
       環境別照会処理.
      *-----------------------------------------------------------------
           MOVE  W-環境コード(W-環境コード添字)  TO ARGDATA.

           CALL KXU009SC  USING  BY VALUE      ARGDATA
                                 BY REFERENCE  USERNAME
                                               PASSWD
                                               DB-NAME
           IF RETURN-CODE NOT = 0
             THEN
               STOP RUN
             ELSE
               CONTINUE
           END-IF

           PERFORM  得意先接続処理.
           PERFORM  パラメータ取得処理.

           IF W-環境コード添字 = 1
             THEN
               OPEN OUTPUT 台帳照会ファイル
                           履歴リストファイル
             ELSE
               OPEN EXTEND 台帳照会ファイル
                           履歴リストファイル
           END-IF
           IF W-照会状態 NOT = '00'
             THEN
               PERFORM 照会リストエラー処理
           END-IF
           IF W-履歴状態 NOT = '00'
             THEN
               PERFORM 履歴リストエラー処理
           END-IF

           PERFORM  店別照会処理
               VARYING W-照会店添字 FROM 1 BY 1
               UNTIL W-照会店添字 > W-照会店件数

           CLOSE 台帳照会ファイル
                 履歴リストファイル
           IF W-照会状態 NOT = '00'
             THEN
               PERFORM 照会リストエラー処理
           END-IF
           IF W-履歴状態 NOT = '00'
             THEN
               PERFORM 履歴リストエラー処理
           END-IF

           EXEC SQL AT :DB-NAME COMMIT WORK RELEASE END-EXEC.
           ADD  1  TO W-環境コード添字.

      *-----------------------------------------------------------------
       得意先接続情報取得処理.
      *-----------------------------------------------------------------
           ACCEPT ARGCNT  FROM ARGNUM
           IF ARGCNT > MAXARG
             THEN
               MOVE '引数に誤りがあります'   TO
                   D-メッセージ域
               CALL KXU002SC              USING D-ログ域
               MOVE ABND-CODE                TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE  0            TO W-環境コード件数
           MOVE  SPACE        TO W-環境コード一覧
           MOVE  0            TO W-照会店件数
           MOVE  SPACE        TO W-照会店一覧
           MOVE  SPACE        TO W-指定年月

           PERFORM  引数取込処理  VARYING W-引数添字 FROM
               1 BY 1
               UNTIL W-引数添字 > ARGCNT

           IF W-照会店件数 = 0
             THEN
               MOVE '照会店コードの指定なし'
                    TO D-メッセージ域
               CALL KXU002SC  USING  D-ログ域
               MOVE ABND-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           IF W-環境コード件数 = 0
             THEN
               MOVE  1            TO W-環境コード件数
               MOVE  SPACE        TO W-環境コード(1)
           END-IF.

      *-----------------------------------------------------------------
       引数取込処理.
      *-----------------------------------------------------------------

      ** 引数は環境コード(8桁以内)・照会年月(数字6桁)
      ** ・得意先コード店マター(10桁)の混在を許す。
      ** 照会年月の省略時はHCM501の対象年月区分
      ** とする。

           MOVE  SPACE        TO W-引数域
           DISPLAY  W-引数添字          UPON ARGUMENT-NUMBER
           ACCEPT W-引数域 FROM ARGVAL
             ON EXCEPTION
               MOVE '引数に誤りがあります' TO
                   D-メッセージ域
               CALL KXU002SC            USING D-ログ域
               MOVE ABND-CODE              TO RETURN-CODE
               STOP RUN
             NOT ON EXCEPTION
               EVALUATE TRUE
                 WHEN W-引数域(9:2) NOT = SPACE
                   IF W-照会店件数 < 11
                     THEN
                       ADD  1             TO W-照会店件数
                       MOVE W-引数域      TO
                           W-照会店(W-照会店件数)
                   END-IF
                 WHEN W-引数域(1:6) NUMERIC
                   AND W-引数域(7:4) = SPACE
                   MOVE W-引数域(1:6)     TO W-指定年月
                 WHEN OTHER
                   ADD  1                 TO W-環境コード件数
                   MOVE W-引数域(1:8)     TO
                       W-環境コード(W-環境コード件数)
               END-EVALUATE
           END-ACCEPT.

      *-----------------------------------------------------------------
       得意先接続処理.
      *-----------------------------------------------------------------
           EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY :PASSWD AT :DB-NAME
           END-EXEC.

      *-----------------------------------------------------------------
       SQL-ERROR.
      *-----------------------------------------------------------------
           MOVE  'データベースエラー' TO D-メッセージ域.
           CALL  KXU002SC  USING  D-ログ域.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           MOVE 'ORACLE ERROR DETECTED:' TO D-メッセージ域.
           MOVE SQLERRMC TO D-メッセージ域(25:100).
           CALL KXU002SC USING D-ログ域.

           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.

           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       パラメータ取得処理.
      *-----------------------------------------------------------------
           MOVE 'HCM501'      TO ジョブコード
           MOVE  1            TO パラメータ番号
           MOVE  1            TO 行番号

           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT *
               INTO :パラメータファイル
               FROM XAT_PARAM TP
              WHERE TP.ジョブコード   = :ジョブコード
                AND TP.パラメータ番号 = :パラメータ番号
                AND TP.行番号         = :行番号
           END-EXEC.
           MOVE パラメータファイル  TO
               取得パラメータREC(1:90)
           MOVE 対象年月区分        TO WK対象年月区分.

           IF W-指定年月 = SPACE
             THEN
               MOVE  WK対象年月区分  TO W-照会年月
             ELSE
               MOVE  W-指定年月      TO W-照会年月
           END-IF.

      ** 履歴上で現行台帳を最新世代として扱うための
      ** 時刻。退避世代のどの実行開始時刻よりも後に
      ** 並ぶ値とする。

           MOVE  ALL '9'      TO W-現行時刻.

      *-----------------------------------------------------------------
       店別照会処理.
      *-----------------------------------------------------------------
           MOVE  W-照会店(W-照会店添字)  TO W-照会店コード
           ADD   1            TO W-照会店合計

           PERFORM 台帳照会処理
           PERFORM 履歴照会処理.

      *-----------------------------------------------------------------
       台帳照会処理.
      *-----------------------------------------------------------------
           MOVE  W-照会店コード   TO W-台見-店
           MOVE  W-照会年月       TO W-台見-年月
           MOVE  DB-NAME          TO W-台見-ＤＢ接続先
           WRITE 台帳照会レコード FROM W-台帳見出し行
               AFTER ADVANCING PAGE
           PERFORM 照会リスト状態確認処理

           MOVE  '0'          TO W-台帳終了区分
           MOVE  0            TO W-台帳行数

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME OPEN 台帳CUR END-EXEC.
           PERFORM 台帳行取出処理
               UNTIL 台帳カーソル終了である
           EXEC SQL AT :DB-NAME CLOSE 台帳CUR END-EXEC.

           IF W-台帳行数 = 0
             THEN
               MOVE  SPACE        TO W-注-時刻
               MOVE '現行台帳に該当行なし'
                                  TO W-注-文言
               WRITE 台帳照会レコード FROM W-照会注記行
                   AFTER ADVANCING 2 LINES
               PERFORM 照会リスト状態確認処理
           END-IF.

      *-----------------------------------------------------------------
       台帳行取出処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 台帳CUR
              INTO :出帳-明細部
           END-EXEC.
           IF SQLCODE NOT = 0
             THEN
               SET 台帳カーソル終了である  TO TRUE
             ELSE
               ADD  1  TO W-台帳行数
               ADD  1  TO W-台帳行合計
               PERFORM 台帳行出力処理
           END-IF.

      *-----------------------------------------------------------------
       台帳行出力処理.
      *-----------------------------------------------------------------

      ** 1ブランド行につき属性3行・列見出し2行・金額
      ** 14群×2行を出力する。

           MOVE  出帳-明細部       TO W-現行域

           MOVE  出帳-ブランドコード
                 TO W-属１-ブランド
           MOVE  出帳-ＢＫコード           TO W-属１-ＢＫ
           MOVE  出帳-チャネル区分
                 TO W-属１-チャネル
           MOVE  出帳-新チャネル区分
                 TO W-属１-新チャネル
           MOVE  出帳-取扱区分             TO W-属１-取扱
           MOVE  出帳-ＳＲ区分             TO W-属１-ＳＲ
           MOVE  出帳-クラスコード         TO W-属１-クラス
           MOVE  出帳-業態２区分           TO W-属１-業態２
           MOVE  出帳-催事区分             TO W-属１-催事
           MOVE  出帳-締日区分             TO W-属１-締日
           MOVE  出帳-集計方法
                 TO W-属１-集計方法
           MOVE  出帳-自動集計対象
                 TO W-属１-自動集計
           MOVE  出帳-帳票フォーマット     TO W-属１-帳票
           WRITE 台帳照会レコード FROM W-属性行１
               AFTER ADVANCING 2 LINES
           PERFORM 照会リスト状態確認処理

           MOVE  出帳-年度                 TO W-属２-年度
           MOVE  出帳-開店年月日           TO W-属２-開店
           MOVE  出帳-改装年月日           TO W-属２-改装
           MOVE  出帳-開店年月日店マター
                 TO W-属２-開店店マ
           MOVE  出帳-改装年月日店マター
                 TO W-属２-改装店マ
           MOVE  出帳-売場面積             TO W-属２-面積
           MOVE  出帳-支店帳票定義キー
                 TO W-属２-支店キー
           WRITE 台帳照会レコード FROM W-属性行２
               AFTER ADVANCING 1 LINE
           PERFORM 照会リスト状態確認処理

           MOVE  W-現属性部(90:4)  TO W-属３-新規
           MOVE  W-現属性部(94:4)  TO W-属３-新規店マ
           MOVE  W-現属性部(98:4)  TO W-属３-改装
           MOVE  W-現属性部(102:4) TO W-属３-改装店マ
           WRITE 台帳照会レコード FROM W-属性行３
               AFTER ADVANCING 1 LINE
           PERFORM 照会リスト状態確認処理

           MOVE  SPACE        TO W-金額見出し行
           MOVE '区分'        TO W-金見-見出し
           MOVE  1            TO W-群基点
           PERFORM 列見出し設定処理
               VARYING W-列添字 FROM 1 BY 1
               UNTIL W-列添字 > 8
           WRITE 台帳照会レコード FROM W-金額見出し行
               AFTER ADVANCING 1 LINE
           PERFORM 照会リスト状態確認処理

           MOVE  SPACE        TO W-金額見出し行
           MOVE  9            TO W-群基点
           PERFORM 列見出し設定処理
               VARYING W-列添字 FROM 1 BY 1
               UNTIL W-列添字 > 7
           WRITE 台帳照会レコード FROM W-金額見出し行
               AFTER ADVANCING 1 LINE
           PERFORM 照会リスト状態確認処理

           PERFORM 金額群出力処理
               VARYING W-群添字 FROM 1 BY 1
               UNTIL W-群添字 > 14.

      *-----------------------------------------------------------------
       列見出し設定処理.
      *-----------------------------------------------------------------
           COMPUTE W-金添字 = W-群基点 + W-列添字 - 1
           MOVE  W-列名(W-金添字)  TO W-金見-列名(W-列添字).

      *-----------------------------------------------------------------
       金額群出力処理.
      *-----------------------------------------------------------------
           COMPUTE W-群基点 = (W-群添字 - 1) * 15

           MOVE  SPACE              TO W-金額行
           MOVE  W-群名(W-群添字)   TO W-金-群名
           PERFORM 金額前半設定処理
               VARYING W-列添字 FROM 1 BY 1
               UNTIL W-列添字 > 8
           WRITE 台帳照会レコード FROM W-金額行
               AFTER ADVANCING 1 LINE
           PERFORM 照会リスト状態確認処理

           MOVE  SPACE              TO W-金額行
           PERFORM 金額後半設定処理
               VARYING W-列添字 FROM 1 BY 1
               UNTIL W-列添字 > 7
           WRITE 台帳照会レコード FROM W-金額行
               AFTER ADVANCING 1 LINE
           PERFORM 照会リスト状態確認処理.

      *-----------------------------------------------------------------
       金額前半設定処理.
      *-----------------------------------------------------------------
           COMPUTE W-金添字 = W-群基点 + W-列添字
           MOVE  W-現金額(W-金添字)  TO W-金-値(W-列添字).

      *-----------------------------------------------------------------
       金額後半設定処理.
      *-----------------------------------------------------------------
           COMPUTE W-金添字 = W-群基点 + W-列添字 + 8
           MOVE  W-現金額(W-金添字)  TO W-金-値(W-列添字).

      *-----------------------------------------------------------------
       履歴照会処理.
      *-----------------------------------------------------------------

      ** ブランド・チャネルごとに世代を古い順にたど
      ** り、一つ前の世代から変わった属性項目と金額
      ** を出力する。

           MOVE  '0'          TO W-履歴終了区分
           MOVE  '0'          TO W-系列区分
           MOVE  SPACE        TO W-系列キー

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME OPEN 履歴CUR END-EXEC.
           PERFORM 履歴行取出処理
               UNTIL 履歴カーソル終了である
           EXEC SQL AT :DB-NAME CLOSE 履歴CUR END-EXEC.

           IF 系列処理中である
             THEN
               PERFORM 履歴系列終了処理
             ELSE
               MOVE  W-照会店コード   TO W-履見-店
               MOVE  SPACE            TO W-履見-ブランド
               MOVE  SPACE            TO W-履見-チャネル
               MOVE  W-照会年月       TO W-履見-年月
               MOVE  DB-NAME          TO W-履見-ＤＢ接続先
               WRITE 履歴リストレコード
                   FROM W-履歴見出し行
                   AFTER ADVANCING 2 LINES
               PERFORM 履歴リスト状態確認処理
               MOVE  SPACE        TO W-注-時刻
               MOVE '世代・現行台帳とも該当なし'
                                  TO W-注-文言
               WRITE 履歴リストレコード FROM W-照会注記行
                   AFTER ADVANCING 1 LINE
               PERFORM 履歴リスト状態確認処理
           END-IF.

      *-----------------------------------------------------------------
       履歴行取出処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 履歴CUR
              INTO :出帳-明細部, :W-世代時刻
           END-EXEC.
           IF SQLCODE NOT = 0
             THEN
               SET 履歴カーソル終了である  TO TRUE
             ELSE
               MOVE  出帳-明細部       TO W-現行域
               MOVE  出帳-ブランドコード  TO W-行キー(1:2)
               MOVE  出帳-チャネル区分    TO W-行キー(3:1)
               IF 系列処理中である
                 AND W-行キー = W-系列キー
                 THEN
                   PERFORM 履歴比較処理
                 ELSE
                   IF 系列処理中である
                     THEN
                       PERFORM 履歴系列終了処理
                   END-IF
                   PERFORM 履歴系列開始処理
               END-IF
               MOVE  W-現行域      TO W-前行域
               MOVE  W-世代時刻    TO W-前世代時刻
           END-IF.

      *-----------------------------------------------------------------
       履歴系列開始処理.
      *-----------------------------------------------------------------
           MOVE  W-行キー          TO W-系列キー
           SET   系列処理中である  TO TRUE

           MOVE  W-照会店コード   TO W-履見-店
           MOVE  出帳-ブランドコード  TO W-履見-ブランド
           MOVE  出帳-チャネル区分    TO W-履見-チャネル
           MOVE  W-照会年月       TO W-履見-年月
           MOVE  DB-NAME          TO W-履見-ＤＢ接続先
           WRITE 履歴リストレコード FROM W-履歴見出し行
               AFTER ADVANCING 2 LINES
           PERFORM 履歴リスト状態確認処理

           PERFORM 世代表示編集処理
           MOVE '初出世代'         TO W-注-文言
           MOVE  W-世代表示        TO W-注-時刻
           WRITE 履歴リストレコード FROM W-照会注記行
               AFTER ADVANCING 1 LINE
           PERFORM 履歴リスト状態確認処理
           ADD   1                 TO W-履歴世代合計.

      *-----------------------------------------------------------------
       履歴系列終了処理.
      *-----------------------------------------------------------------

      ** 最後の世代が退避世代のままなら、現行台帳か
      ** ら行が消えたことを示す。

           IF W-前世代時刻 = W-現行時刻
             THEN
               CONTINUE
             ELSE
               MOVE '現行台帳に行なし 最終世代='
                                  TO W-注-文言
               MOVE  W-前世代時刻  TO W-注-時刻
               WRITE 履歴リストレコード FROM W-照会注記行
                   AFTER ADVANCING 1 LINE
               PERFORM 履歴リスト状態確認処理
           END-IF.

      *-----------------------------------------------------------------
       世代表示編集処理.
      *-----------------------------------------------------------------
           IF W-世代時刻 = W-現行時刻
             THEN
               MOVE '現行台帳'     TO W-世代表示
             ELSE
               MOVE  W-世代時刻    TO W-世代表示
           END-IF.

      *-----------------------------------------------------------------
       履歴比較処理.
      *-----------------------------------------------------------------

      ** 変更項目数を先に数えて世代行を出し、続けて
      ** 変更のあった項目を明細行に出す。

           MOVE  0            TO W-世代変更数
           PERFORM 属性変更計数処理
               VARYING W-項目添字 FROM 1 BY 1
               UNTIL W-項目添字 > W-項目数
           PERFORM 金額変更計数処理
               VARYING W-金添字 FROM 1 BY 1
               UNTIL W-金添字 > 210

           PERFORM 世代表示編集処理
           MOVE  W-前世代時刻      TO W-世-旧時刻
           MOVE  W-世代表示        TO W-世-新時刻
           MOVE  W-世代変更数      TO W-世-変更数
           WRITE 履歴リストレコード FROM W-履歴世代行
               AFTER ADVANCING 1 LINE
           PERFORM 履歴リスト状態確認処理
           ADD   1                 TO W-履歴世代合計
           ADD   W-世代変更数      TO W-変更項目合計

           IF W-世代変更数 > 0
             THEN
               PERFORM 属性変更出力処理
                   VARYING W-項目添字 FROM 1 BY 1
                   UNTIL W-項目添字 > W-項目数
               PERFORM 金額変更出力処理
                   VARYING W-金添字 FROM 1 BY 1
                   UNTIL W-金添字 > 210
           END-IF.

      *-----------------------------------------------------------------
       属性変更計数処理.
      *-----------------------------------------------------------------
           MOVE  W-項目開始位置(W-項目添字)  TO W-項目位置
           MOVE  W-項目桁数(W-項目添字)      TO W-項目長
           IF W-現属性部(W-項目位置:W-項目長)
               NOT = W-前属性部(W-項目位置:W-項目長)
             THEN
               ADD  1  TO W-世代変更数
           END-IF.

      *-----------------------------------------------------------------
       金額変更計数処理.
      *-----------------------------------------------------------------
           IF W-現金額(W-金添字) NOT = W-前金額(W-金添字)
             THEN
               ADD  1  TO W-世代変更数
           END-IF.

      *-----------------------------------------------------------------
       属性変更出力処理.
      *-----------------------------------------------------------------
           MOVE  W-項目開始位置(W-項目添字)  TO W-項目位置
           MOVE  W-項目桁数(W-項目添字)      TO W-項目長
           IF W-現属性部(W-項目位置:W-項目長)
               NOT = W-前属性部(W-項目位置:W-項目長)
             THEN
               MOVE  SPACE        TO W-履歴明細行
               MOVE  W-項目名(W-項目添字)  TO W-履-項目名
               MOVE  W-前属性部(W-項目位置:W-項目長)
                                  TO W-履-旧値
               MOVE ' → '        TO W-履-矢印１
               MOVE  W-現属性部(W-項目位置:W-項目長)
                                  TO W-履-新値
               WRITE 履歴リストレコード FROM W-履歴明細行
                   AFTER ADVANCING 1 LINE
               PERFORM 履歴リスト状態確認処理
           END-IF.

      *-----------------------------------------------------------------
       金額変更出力処理.
      *-----------------------------------------------------------------
           IF W-現金額(W-金添字) NOT = W-前金額(W-金添字)
             THEN
               COMPUTE W-群基点 = W-金添字 - 1
               DIVIDE W-群基点 BY 15
                   GIVING W-群商  REMAINDER W-群余
               ADD   1            TO W-群商
               ADD   1            TO W-群余
               COMPUTE W-差額 = W-現金額(W-金添字)
                              - W-前金額(W-金添字)
               MOVE  SPACE        TO W-履歴明細行
               MOVE  W-群名(W-群商)   TO W-履-群名
               MOVE  W-列名(W-群余)   TO W-履-列名
               MOVE  W-前金額(W-金添字)  TO W-履-旧金額
               MOVE ' → '        TO W-履-矢印２
               MOVE  W-現金額(W-金添字)  TO W-履-新金額
               MOVE '  差額 '     TO W-履-差額見出し
               MOVE  W-差額       TO W-履-差額
               WRITE 履歴リストレコード FROM W-履歴明細行
                   AFTER ADVANCING 1 LINE
               PERFORM 履歴リスト状態確認処理
           END-IF.

      *-----------------------------------------------------------------
       照会リスト状態確認処理.
      *-----------------------------------------------------------------
           IF W-照会状態 NOT = '00'
             THEN
               PERFORM 照会リストエラー処理
           END-IF.

      *-----------------------------------------------------------------
       履歴リスト状態確認処理.
      *-----------------------------------------------------------------
           IF W-履歴状態 NOT = '00'
             THEN
               PERFORM 履歴リストエラー処理
           END-IF.

      *-----------------------------------------------------------------
       照会リストエラー処理.
      *-----------------------------------------------------------------
           MOVE '台帳照会リスト出力エラー ST=@@' TO
               D-メッセージ域
           MOVE  W-照会状態     TO D-メッセージ域(41:2)
           CALL KXU002SC  USING  D-ログ域
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       履歴リストエラー処理.
      *-----------------------------------------------------------------
           MOVE '履歴リスト出力エラー ST=@@' TO
               D-メッセージ域
           MOVE  W-履歴状態     TO D-メッセージ域(35:2)
           CALL KXU002SC  USING  D-ログ域
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.
